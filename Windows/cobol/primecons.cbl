      ******************************************************************
      * primecons: Prime constellation census over the prime master.   *
      * Reads primes.mst (or the value range low..high of it) in value *
      * order and counts, per magnitude band, the admissible patterns  *
      * the research group follows:                                    *
      *                                                                *
      *   cousin        p, p+4                                         *
      *   sexy          p, p+6                                         *
      *   triplet       p, p+2, p+6   and   p, p+4, p+6                *
      *   quadruplet    p, p+2, p+6, p+8                               *
      *                                                                *
      * A constellation is counted in the band of its first member,    *
      * and only when every member lies in the range read. Band n      *
      * holds the n-digit values, as in primestat. Each band shows the *
      * count, the first and last occurrence, and the Hardy-Littlewood *
      * expectation C times the integral of 1/log(x)^k over the band,  *
      * k the number of members -- the integral by Simpson's rule, the *
      * logarithm by its series, so no intrinsic function is needed.   *
      *                                                                *
      * The range ledger (ranges.led; LEDGER= names another) says      *
      * which spans of the number line have been generated. A band the *
      * ledger does not cover from end to end is flagged PARTIAL, so   *
      * its counts are not read as data; with no ledger every band is  *
      * flagged UNKNOWN. The master is read under a shared claim       *
      * (primeshr) and across its partitions (primepart).              *
      ******************************************************************
       identification division.
       program-id. primecons.

       environment division.

       input-output section.

       file-control.
           select  standard-error assign '/dev/stderr'
                   organization is line sequential
                   access mode is sequential
                   file status is ls-stderr-status
                   .
           select  master-file assign ls-part-file
                   organization is indexed
                   access mode is dynamic
                   record key is mst-value
                   file status is ls-master-status
                   .
           select  part-dir-file assign ls-part-dir-file
                   organization is line sequential
                   access mode is sequential
                   file status is ls-part-dir-status
                   .
           select  ledger-file assign ls-ledger-file
                   organization is line sequential
                   access mode is sequential
                   file status is ls-ledger-status
                   .
           select  report-file assign ls-report-file
                   organization is line sequential
                   access mode is sequential
                   file status is ls-report-status
                   .

       data division.

       file section.

       fd  standard-error.
       01  standard-error-line             pic x(256).

      *    Same record layout primemast maintains.
       fd  master-file.
       01  master-record.
           05  mst-value                   pic 9(20).
           05  mst-seq                     pic 9(20).
           05  mst-square                  pic 9(20).
           05  mst-origin.
               10  mst-source              pic x(01).
                   88  mst-from-generator  value 'G'.
                   88  mst-from-partner    value 'P'.
                   88  mst-from-restore    value 'R'.
                   88  mst-from-unknown    value 'U' ' '.
               10  mst-run-date            pic x(08).
               10  mst-run-time            pic x(08).
               10  mst-run-pgm             pic x(10).
               10  mst-added-cycle         pic 9(06).
               10  mst-replaced-cycle      pic 9(06).

      *    The value-band partition directory (see primepart).
       fd  part-dir-file.
       01  part-dir-line                   pic x(512).

      *    date|time|program|low|high|count|environment, one line per
      *    RANGE run.
       fd  ledger-file.
       01  ledger-line                     pic x(132).

       fd  report-file.
       01  report-line                     pic x(132).

       local-storage section.

       78  c-stdout                        value '/dev/stdout'.
      *    Largest value the 64-bit binary-double unsigned fields can
      *    carry; 4050-parse-numeric-field rejects anything larger so
      *    an oversized operand is an error, not a silent wraparound.
       78  c-value-ceiling                 value
                                           18446744073709551615.
       78  c-max-intervals                 value 500.
      *    Logarithms for the series in 3220-compute-log.
       78  c-ln-10                         value 2.302585092994046.
       78  c-ln-2                          value 0.693147180559945.

       01  filler.
           05  ls-arguments                pic x(256) value spaces.
           05  ls-token-area.
               10  ls-token                occurs 6 times
                                           pic x(256).
               10  ls-token-count          binary-long unsigned.
           05  ls-token-idx                binary-long unsigned.
           05  ls-master-file              pic x(256) value spaces.
           05  ls-ledger-file              pic x(256) value spaces.
           05  ls-report-file              pic x(256) value spaces.
           05  switches.
               10  filler                  pic x(01) value 'N'.
                   88  fatal-error         value 'Y' false 'N'.
               10  filler                  pic x(01) value 'N'.
                   88  master-partitioned  value 'Y' false 'N'.
               10  filler                  pic x(01) value 'N'.
                   88  master-exhausted    value 'Y' false 'N'.
               10  filler                  pic x(01) value 'N'.
                   88  report-opened       value 'Y' false 'N'.
               10  filler                  pic x(01) value 'N'.
                   88  ledger-loaded       value 'Y' false 'N'.
               10  filler                  pic x(01) value 'N'.
                   88  probe-found         value 'Y' false 'N'.
               10  filler                  pic x(01) value 'N'.
                   88  high-given          value 'Y' false 'N'.
           05  ls-generic-parse-area.
               10  ls-generic-text         pic x(20).
               10  filler redefines ls-generic-text.
                   15  ls-generic-c        pic x(01) occurs 20 times.
                       88  is-generic-digit values '0' thru '9'.
               10  filler redefines ls-generic-text.
                   15  ls-generic-9        pic 9(01) occurs 20 times.
               10  ls-generic-temp         pic 9(20) value zero.
               10  filler redefines ls-generic-temp.
                   15  ls-generic-tc       pic 9(01) occurs 20 times.
               10  ls-generic-idx          binary-long unsigned.
               10  ls-generic-value        binary-double unsigned.
               10  filler                  pic x(01) value 'N'.
                   88  generic-value-valid value 'Y' false 'N'.
           05  ls-select-low               binary-double unsigned
                                           value zero.
           05  ls-select-high              binary-double unsigned
                                           value 18446744073709551615.
           05  ls-scope-high               binary-double unsigned.
           05  ls-last-prime               binary-double unsigned
                                           value zero.
           05  ls-run-date                 pic x(08).
           05  ls-run-time                 pic x(08).
      *    The five patterns: members, span from first member to
      *    last, the offsets of the members before the last, the
      *    Hardy-Littlewood constant and the report label.
           05  ls-pattern-values.
               10  filler                  pic x(48) value
                   '2040001320323632COUSIN      (p, p+4)            '.
               10  filler                  pic x(48) value
                   '2060002640647264SEXY        (p, p+6)            '.
               10  filler                  pic x(48) value
                   '3060202858248596TRIPLET     (p, p+2, p+6)       '.
               10  filler                  pic x(48) value
                   '3060402858248596TRIPLET     (p, p+4, p+6)       '.
               10  filler                  pic x(48) value
                   '4080264151180864QUADRUPLET  (p, p+2, p+6, p+8)  '.
           05  filler redefines ls-pattern-values.
               10  ls-pattern              occurs 5 times.
                   15  ls-pt-members       pic 9(01).
                   15  ls-pt-span          pic 9(02).
                   15  ls-pt-offset        pic 9(01) occurs 3 times.
                   15  ls-pt-constant      pic 9(01)v9(09).
                   15  ls-pt-label         pic x(32).
           05  ls-pattern-idx              binary-long unsigned.
           05  ls-offset-idx               binary-long unsigned.
      *    The primes just read, newest last: every member of a
      *    constellation ending at the newest lies within eight below
      *    it, and no more than five primes fit in such a span.
           05  ls-window-count             binary-long unsigned
                                           value zero.
           05  ls-window-idx               binary-long unsigned.
           05  ls-window                   binary-double unsigned
                                           occurs 5 times.
           05  ls-probe                    binary-double unsigned.
           05  ls-first-member             binary-double unsigned.
      *    One entry per magnitude band.
           05  ls-band-idx                 binary-long unsigned.
           05  ls-first-band               binary-long unsigned
                                           value zero.
           05  ls-last-band                binary-long unsigned
                                           value zero.
           05  ls-band-entry               occurs 20 times.
               10  ls-bd-low               pic 9(20).
               10  ls-bd-high              pic 9(20).
               10  ls-bd-clip-low          pic 9(20).
               10  ls-bd-clip-high         pic 9(20).
               10  ls-bd-primes            binary-double unsigned.
               10  ls-bd-coverage          pic x(01).
                   88  bd-complete         value 'C'.
                   88  bd-partial          value 'P'.
                   88  bd-unknown          value 'U'.
               10  ls-bd-tally             occurs 5 times.
                   15  ls-bt-count         binary-double unsigned.
                   15  ls-bt-first         pic 9(20).
                   15  ls-bt-last          pic 9(20).
                   15  ls-bt-expected      pic 9(18)v9(02).
           05  ls-band-threshold           pic 9(20).
           05  ls-total-count              binary-double unsigned
                                           occurs 5 times.
           05  ls-total-expected           pic 9(18)v9(02)
                                           occurs 5 times.
           05  ls-partial-count            binary-long unsigned
                                           value zero.
           05  ls-prime-count              binary-double unsigned
                                           value zero.
      *    The range ledger, sorted and merged into covered spans.
           05  ls-led-fields.
               10  ls-lf-date              pic x(08).
               10  ls-lf-time              pic x(08).
               10  ls-lf-pgm               pic x(20).
               10  ls-lf-low               pic x(20).
               10  ls-lf-high              pic x(20).
               10  ls-lf-count             pic x(09).
           05  ls-interval-count           binary-long unsigned
                                           value zero.
           05  ls-int-idx                  binary-long unsigned.
           05  ls-int-jdx                  binary-long unsigned.
           05  ls-interval                 occurs 500 times.
               10  ls-int-low              binary-double unsigned.
               10  ls-int-high             binary-double unsigned.
           05  ls-span-count               binary-long unsigned
                                           value zero.
           05  ls-sort-low                 binary-double unsigned.
           05  ls-sort-high                binary-double unsigned.
           05  ls-work-low                 binary-double unsigned.
      *    Simpson's rule over one band: 18 panels from ls-int-a to
      *    ls-int-b of 1/log(x)^k.
           05  ls-int-a                    pic 9(20)v9(02).
           05  ls-int-b                    pic 9(20)v9(02).
           05  ls-int-h                    pic 9(20)v9(06).
           05  ls-int-x                    pic 9(20)v9(02).
           05  ls-int-sum                  pic 9(04)v9(16).
           05  ls-int-step                 binary-long unsigned.
           05  ls-int-weight               binary-long unsigned.
           05  ls-int-f                    pic 9(02)v9(16).
           05  ls-log-x                    pic 9(20)v9(16).
           05  ls-log-m                    pic 9(20)v9(16).
           05  ls-log-exp10                binary-long unsigned.
           05  ls-log-exp2                 binary-long unsigned.
           05  ls-log-z                    pic 9(01)v9(18).
           05  ls-log-z2                   pic 9(01)v9(18).
           05  ls-log-power                pic 9(01)v9(18).
           05  ls-log-series               pic 9(02)v9(16).
           05  ls-log-term                 binary-long unsigned.
           05  ls-log-result               pic 9(03)v9(15).
           05  ls-members                  binary-long unsigned.
           05  ls-value-disp               pic z(19)9(01).
           05  ls-value-disp2              pic z(19)9(01).
           05  ls-count-disp               pic z(09)9(01).
           05  ls-expected-disp            pic z(13)9(01).9(02).
           05  ls-ratio-pct                pic 9(06)v9(02).
           05  ls-ratio-disp               pic z(05)9(01).9(02).
           05  ls-ratio-text               pic x(09).
           05  ls-ratio-count              binary-double unsigned.
           05  ls-ratio-expected           pic 9(18)v9(02).
           05  ls-first-text               pic x(20).
           05  ls-last-text                pic x(20).
           05  ls-band-text                pic x(02).
           05  ls-coverage-word            pic x(40).
           05  ls-share-area.
               10  ls-shr-function         pic x(08).
               10  ls-shr-name             pic x(256).
               10  ls-shr-owner            pic x(80).
               10  ls-shr-stamp            pic x(80).
               10  ls-shr-result           pic x(01).
               10  ls-shr-holders          binary-long unsigned.
               10  filler                  pic x(01) value 'N'.
                   88  share-held          value 'Y' false 'N'.
      *    The partition directory, held in band order; a master
      *    with no directory loads as one entry naming the single
      *    file and spanning every value.
           05  ls-part-area.
               10  ls-part-dir-file        pic x(256).
               10  ls-part-file            pic x(256).
               10  ls-part-count           binary-long unsigned
                                           value zero.
               10  ls-part-idx             binary-long unsigned.
               10  ls-part-open-idx        binary-long unsigned
                                           value zero.
               10  ls-part-entry           occurs 20 times.
                   15  ls-part-band        pic 9(02).
                   15  ls-part-low         pic 9(20).
                   15  ls-part-high        pic 9(20).
                   15  ls-part-name        pic x(256).
                   15  ls-part-changed     pic x(16).
                   15  ls-part-audited     pic x(16).
                   15  ls-part-saved       pic x(16).
                   15  ls-part-records     binary-double unsigned.
               10  ls-part-fields.
                   15  ls-pf-band          pic x(02).
                   15  ls-pf-low           pic x(20).
                   15  ls-pf-high          pic x(20).
                   15  ls-pf-name          pic x(256).
                   15  ls-pf-changed       pic x(16).
                   15  ls-pf-audited       pic x(16).
                   15  ls-pf-saved         pic x(16).
               10  ls-part-seek            pic 9(20).
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
               10  ls-master-status        pic 9(01)x(01).
                   88  master-status-ok    value '00'.
               10  ls-part-dir-status      pic 9(01)x(01).
                   88  part-dir-status-ok  value '00'.
                   88  part-dir-absent     value '35'.
               10  ls-ledger-status        pic 9(01)x(01).
                   88  ledger-status-ok    value '00'.
                   88  ledger-absent       value '35'.
               10  ls-report-status        pic 9(01)x(01).
                   88  report-status-ok    value '00'.

      *    Catalogued-message work area for the shop-wide primemsg
      *    routine; ls-msg-severity accumulates the highest severity
      *    issued so far, which becomes the final return-code.
       01  ls-msg-area.
           05  ls-msg-id                   pic x(08).
           05  ls-msg-status               pic x(02).
           05  ls-msg-text                 pic x(120).
           05  ls-msg-build                pic x(120).
           05  ls-msg-severity             binary-long unsigned
                                           value zero.

       procedure division.

       0000-main.
           open output standard-error
           if not sdterr-status-ok
               display 'Cannot open stderr!'
               goback
           end-if

           accept ls-run-date from date yyyymmdd
           accept ls-run-time from time

           perform 1000-get-command-line

      *    standard-error is the only file certain to be open at this
      *    point; close it explicitly so libcob's implicit-close-on-
      *    GOBACK warning does not land on the same stream as the
      *    message just written to it.
           if fatal-error
               if report-opened
                   close report-file
               end-if
               close standard-error master-file
               perform 7920-release-share
               perform 8090-set-return-code
               goback
           end-if

           perform 1800-load-ledger
           perform 2000-census-master
           if not fatal-error
               perform 3000-assess-bands
               perform 4000-write-report
           end-if

           close standard-error master-file report-file
           perform 7920-release-share

           perform 8090-set-return-code
           goback
           .
       1000-get-command-line.
           perform 7050-resolve-files
           if fatal-error
               exit paragraph
           end-if

           accept ls-arguments from command-line

           move spaces to ls-token-area
           move zero to ls-token-count

           unstring ls-arguments delimited by all space
               into ls-token(1) ls-token(2) ls-token(3) ls-token(4)
                    ls-token(5) ls-token(6)
               tallying in ls-token-count

      *    Bare operands are the value range: low alone runs from
      *    there to the top of the master, and neither means all.
           move 1 to ls-token-idx
           if ls-token(1) not = spaces and
                   ls-token(1)(1:7) not = 'MASTER=' and
                   ls-token(1)(1:7) not = 'LEDGER=' and
                   ls-token(1)(1:7) not = 'REPORT='
               move ls-token(1) to ls-generic-text
               perform 4050-parse-numeric-field
               if not generic-value-valid
                   perform 1900-issue-usage-error
                   exit paragraph
               end-if
               move ls-generic-value to ls-select-low
               move 2 to ls-token-idx

               if ls-token(2) not = spaces and
                       ls-token(2)(1:7) not = 'MASTER=' and
                       ls-token(2)(1:7) not = 'LEDGER=' and
                       ls-token(2)(1:7) not = 'REPORT='
                   move ls-token(2) to ls-generic-text
                   perform 4050-parse-numeric-field
                   if not generic-value-valid or
                           ls-generic-value < ls-select-low
                       perform 1900-issue-usage-error
                       exit paragraph
                   end-if
                   move ls-generic-value to ls-select-high
                   set high-given to true
                   move 3 to ls-token-idx
               end-if
           end-if

           perform varying ls-token-idx from ls-token-idx by 1
                   until (ls-token-idx > ls-token-count)
                           or fatal-error
               evaluate true
                   when ls-token(ls-token-idx) = spaces
                       continue
                   when ls-token(ls-token-idx)(1:7) = 'MASTER='
                       move ls-token(ls-token-idx)(8:249)
                               to ls-master-file
                   when ls-token(ls-token-idx)(1:7) = 'LEDGER='
                       move ls-token(ls-token-idx)(8:249)
                               to ls-ledger-file
                   when ls-token(ls-token-idx)(1:7) = 'REPORT='
                       move ls-token(ls-token-idx)(8:249)
                               to ls-report-file
                   when other
                       perform 1900-issue-usage-error
               end-evaluate
           end-perform

           if fatal-error
               exit paragraph
           end-if

           if ls-report-file = spaces
               move c-stdout to ls-report-file
           end-if

           perform 7020-share-master
           if fatal-error
               exit paragraph
           end-if

           perform 1700-load-partitions
           if fatal-error
               exit paragraph
           end-if

           open output report-file
           if not report-status-ok
               move 'PRM0746S' to ls-msg-id
               move ls-report-status to ls-msg-status
               move 'Cannot open constellation report file.'
                       to ls-msg-text
               perform 8010-issue-open-error
               set fatal-error to true
               exit paragraph
           end-if
           set report-opened to true
           .
       1700-load-partitions.
      *    No directory means the master has never been split: it is
      *    the one file it always was, covering every value.
           move spaces to ls-part-dir-file
           string  ls-master-file  delimited by space
                   '.dir'          delimited by size
                   into ls-part-dir-file

           move zero to ls-part-count ls-part-open-idx
           set master-partitioned to false

           open input part-dir-file
           if part-dir-absent
               move 1 to ls-part-count
               move zero to ls-part-band(1) ls-part-low(1)
                            ls-part-records(1)
               move 99999999999999999999 to ls-part-high(1)
               move ls-master-file to ls-part-name(1)
               move all '0' to ls-part-changed(1) ls-part-audited(1)
                               ls-part-saved(1)
               exit paragraph
           end-if

           if not part-dir-status-ok
               move 'PRM0744S' to ls-msg-id
               move ls-part-dir-status to ls-msg-status
               move 'Cannot read master partition directory.'
                       to ls-msg-text
               perform 8010-issue-open-error
               set fatal-error to true
               exit paragraph
           end-if

           set master-partitioned to true

           perform until exit
               read part-dir-file
                   at end
                       exit perform
               end-read

               perform 1710-parse-partition-line
           end-perform

           close part-dir-file
           .
       1710-parse-partition-line.
           if part-dir-line = spaces or part-dir-line(1:1) = '*'
                   or ls-part-count >= 20
               exit paragraph
           end-if

           move spaces to ls-part-fields
           unstring part-dir-line delimited by '|'
               into ls-pf-band ls-pf-low ls-pf-high ls-pf-name
                    ls-pf-changed ls-pf-audited ls-pf-saved

           if ls-pf-band is not numeric or ls-pf-low is not numeric
                   or ls-pf-high is not numeric or ls-pf-name = spaces
               exit paragraph
           end-if

           add 1 to ls-part-count
           move ls-pf-band to ls-part-band(ls-part-count)
           move ls-pf-low to ls-part-low(ls-part-count)
           move ls-pf-high to ls-part-high(ls-part-count)
           move ls-pf-name to ls-part-name(ls-part-count)
           move zero to ls-part-records(ls-part-count)
           move all '0' to ls-part-changed(ls-part-count)
                           ls-part-audited(ls-part-count)
                           ls-part-saved(ls-part-count)
           if ls-pf-changed is numeric
               move ls-pf-changed to ls-part-changed(ls-part-count)
           end-if
           if ls-pf-audited is numeric
               move ls-pf-audited to ls-part-audited(ls-part-count)
           end-if
           if ls-pf-saved is numeric
               move ls-pf-saved to ls-part-saved(ls-part-count)
           end-if
           .
       1800-load-ledger.
      *    Coverage is advisory here: a missing or unusable ledger
      *    does not stop the census, it only leaves every band's
      *    coverage UNKNOWN.
           open input ledger-file
           if not ledger-status-ok
               move 'PRM0541W' to ls-msg-id
               move ls-ledger-status to ls-msg-status
               move spaces to ls-msg-text
               string  'Cannot read range ledger '
                                       delimited by size
                       ls-ledger-file  delimited by space
                       '; band coverage is unknown.'
                                       delimited by size
                       into ls-msg-text
               perform 8010-issue-open-error
               exit paragraph
           end-if

           perform until exit
               read ledger-file
                   at end
                       exit perform
               end-read

               if ls-interval-count >= c-max-intervals
                   move 'PRM0542W' to ls-msg-id
                   move spaces to ls-msg-text
                   string  'Range ledger exceeds the 500'
                                   delimited by size
                           ' interval limit; band coverage is'
                                   delimited by size
                           ' unknown.'
                                   delimited by size
                           into ls-msg-text
                   perform 8000-issue-message
                   close ledger-file
                   exit paragraph
               end-if

               move spaces to ls-led-fields
               unstring ledger-line delimited by '|'
                   into ls-lf-date ls-lf-time ls-lf-pgm
                        ls-lf-low  ls-lf-high ls-lf-count

               move ls-lf-low to ls-generic-text
               perform 4050-parse-numeric-field
               if not generic-value-valid
                   exit perform cycle
               end-if
               move ls-generic-value to ls-work-low

               move ls-lf-high to ls-generic-text
               perform 4050-parse-numeric-field
               if not generic-value-valid
                   exit perform cycle
               end-if

               add 1 to ls-interval-count
               move ls-work-low
                       to ls-int-low(ls-interval-count)
               move ls-generic-value
                       to ls-int-high(ls-interval-count)
           end-perform

           close ledger-file

           perform 1810-sort-intervals
           perform 1820-merge-intervals
           set ledger-loaded to true
           .
       1810-sort-intervals.
      *    Straight insertion sort on the low bound, as in primecov.
           perform varying ls-int-idx from 2 by 1
                   until ls-int-idx > ls-interval-count
               move ls-int-low(ls-int-idx) to ls-sort-low
               move ls-int-high(ls-int-idx) to ls-sort-high

               move ls-int-idx to ls-int-jdx
               perform until ls-int-jdx <= 1 or
                       ls-int-low(ls-int-jdx - 1) <= ls-sort-low
                   move ls-int-low(ls-int-jdx - 1)
                           to ls-int-low(ls-int-jdx)
                   move ls-int-high(ls-int-jdx - 1)
                           to ls-int-high(ls-int-jdx)
                   subtract 1 from ls-int-jdx
               end-perform

               move ls-sort-low to ls-int-low(ls-int-jdx)
               move ls-sort-high to ls-int-high(ls-int-jdx)
           end-perform
           .
       1820-merge-intervals.
      *    Folds the sorted intervals, in place, into the covered
      *    spans: an interval overlapping or adjoining the span in
      *    hand extends it, anything further up starts the next.
           move zero to ls-span-count
           perform varying ls-int-idx from 1 by 1
                   until ls-int-idx > ls-interval-count
               if ls-span-count > zero and
                       ls-int-low(ls-int-idx) <=
                           ls-int-high(ls-span-count) + 1
                   if ls-int-high(ls-int-idx) >
                           ls-int-high(ls-span-count)
                       move ls-int-high(ls-int-idx)
                               to ls-int-high(ls-span-count)
                   end-if
               else
                   add 1 to ls-span-count
                   move ls-int-low(ls-int-idx)
                           to ls-int-low(ls-span-count)
                   move ls-int-high(ls-int-idx)
                           to ls-int-high(ls-span-count)
               end-if
           end-perform
           .
       1900-issue-usage-error.
           move 'PRM0422E' to ls-msg-id
           move spaces to ls-msg-text
           string  'Usage is primecons [low [high]] [MASTER=]'
                           delimited by size
                   ' [LEDGER=] [REPORT=].'
                           delimited by size
                   into ls-msg-text
           perform 8000-issue-message
           set fatal-error to true
           .
       2000-census-master.
      *    One pass in value order. Band n holds the n-digit values;
      *    its bounds are set here and clipped to the range later.
           move 1 to ls-band-threshold
           perform varying ls-band-idx from 1 by 1
                   until ls-band-idx > 20
               if ls-band-idx = 1
                   move zero to ls-bd-low(ls-band-idx)
               else
                   move ls-band-threshold to ls-bd-low(ls-band-idx)
               end-if
               if ls-band-idx < 20
                   compute ls-band-threshold = ls-band-threshold * 10
                   compute ls-bd-high(ls-band-idx) =
                           ls-band-threshold - 1
               else
                   move 99999999999999999999
                           to ls-bd-high(ls-band-idx)
               end-if
               move zero to ls-bd-primes(ls-band-idx)
               move 'U' to ls-bd-coverage(ls-band-idx)
               perform varying ls-pattern-idx from 1 by 1
                       until ls-pattern-idx > 5
                   move zero to ls-bt-count(ls-band-idx ls-pattern-idx)
                                ls-bt-first(ls-band-idx ls-pattern-idx)
                                ls-bt-last(ls-band-idx ls-pattern-idx)
                           ls-bt-expected(ls-band-idx ls-pattern-idx)
               end-perform
           end-perform

           move ls-select-low to ls-part-seek
           perform 2010-position-master
           if master-exhausted
               exit paragraph
           end-if

           perform until exit
               perform 2030-read-next-master
               if master-exhausted
                   exit perform
               end-if
               if high-given and mst-value > ls-select-high
                   exit perform
               end-if

               perform 2100-note-prime
           end-perform
           .
       2010-position-master.
      *    Positions the master at the first record at or past
      *    ls-part-seek, whichever partition holds it: the search
      *    starts in the first partition whose band reaches the seek
      *    value and passes over any holding nothing that far up.
           set master-exhausted to false
           move 1 to ls-part-idx
           perform until ls-part-idx > ls-part-count
                   or ls-part-high(ls-part-idx) >= ls-part-seek
               add 1 to ls-part-idx
           end-perform

           perform until exit
               if ls-part-idx > ls-part-count
                   set master-exhausted to true
                   exit paragraph
               end-if

               perform 2020-switch-partition
               if fatal-error
                   set master-exhausted to true
                   exit paragraph
               end-if

               if ls-part-seek > ls-part-low(ls-part-idx)
                   move ls-part-seek to mst-value
               else
                   move ls-part-low(ls-part-idx) to mst-value
               end-if
               start master-file key not < mst-value
                   invalid key
                       add 1 to ls-part-idx
                   not invalid key
                       exit paragraph
               end-start
           end-perform
           .
       2020-switch-partition.
      *    Closes the partition in hand, if it is not the one wanted,
      *    and opens ls-part-idx's. An unpartitioned master is its
      *    own single partition and is only ever opened once.
           if ls-part-open-idx = ls-part-idx
               exit paragraph
           end-if

           if ls-part-open-idx not = zero
               close master-file
               move zero to ls-part-open-idx
           end-if

           move ls-part-name(ls-part-idx) to ls-part-file
           open input master-file
           if not master-status-ok
               move 'PRM0745S' to ls-msg-id
               move ls-master-status to ls-msg-status
               move 'Cannot open prime master file.' to ls-msg-text
               perform 8010-issue-open-error
               set fatal-error to true
               exit paragraph
           end-if

           move ls-part-idx to ls-part-open-idx
           .
       2030-read-next-master.
      *    Reads the master in value order as if it were one file:
      *    the end of one partition carries on at the start of the
      *    next, and only the end of the last is the end of the
      *    master.
           perform until exit
               read master-file next
                   at end
                       continue
                   not at end
                       exit paragraph
               end-read

               if ls-part-open-idx >= ls-part-count
                   set master-exhausted to true
                   exit paragraph
               end-if

               compute ls-part-idx = ls-part-open-idx + 1
               move ls-part-low(ls-part-idx) to ls-part-seek
               perform 2010-position-master
               if master-exhausted
                   exit paragraph
               end-if
           end-perform
           .
       2100-note-prime.
           add 1 to ls-prime-count
           move mst-value to ls-last-prime

           move mst-value to ls-first-member
           perform 2110-find-band
           add 1 to ls-bd-primes(ls-band-idx)
           if ls-first-band = zero
               move ls-band-idx to ls-first-band
           end-if
           move ls-band-idx to ls-last-band

           perform 2200-probe-window

      *    Keep the five primes below the next one to arrive.
           if ls-window-count < 5
               add 1 to ls-window-count
           else
               perform varying ls-window-idx from 1 by 1
                       until ls-window-idx > 4
                   move ls-window(ls-window-idx + 1)
                           to ls-window(ls-window-idx)
               end-perform
           end-if
           move mst-value to ls-window(ls-window-count)
           .
       2110-find-band.
      *    The band of ls-first-member: its count of digits.
           move 1 to ls-band-idx
           move 10 to ls-band-threshold
           perform until ls-band-idx >= 20 or
                   ls-first-member < ls-band-threshold
               add 1 to ls-band-idx
               if ls-band-idx < 20
                   compute ls-band-threshold = ls-band-threshold * 10
               end-if
           end-perform
           .
       2200-probe-window.
      *    The prime just read closes a constellation when it is the
      *    last member and every earlier member is in the window.
           perform varying ls-pattern-idx from 1 by 1
                   until ls-pattern-idx > 5
               if mst-value < ls-pt-span(ls-pattern-idx)
                   exit perform cycle
               end-if
               compute ls-first-member =
                       mst-value - ls-pt-span(ls-pattern-idx)

               set probe-found to true
               perform varying ls-offset-idx from 1 by 1
                       until ls-offset-idx >=
                               ls-pt-members(ls-pattern-idx)
                           or not probe-found
                   compute ls-probe = ls-first-member +
                       ls-pt-offset(ls-pattern-idx ls-offset-idx)
                   set probe-found to false
                   perform varying ls-window-idx from 1 by 1
                           until ls-window-idx > ls-window-count
                       if ls-window(ls-window-idx) = ls-probe
                           set probe-found to true
                           exit perform
                       end-if
                   end-perform
               end-perform

               if probe-found
                   perform 2300-tally-constellation
               end-if
           end-perform
           .
       2300-tally-constellation.
           perform 2110-find-band
           add 1 to ls-bt-count(ls-band-idx ls-pattern-idx)
           if ls-bt-count(ls-band-idx ls-pattern-idx) = 1
               move ls-first-member
                       to ls-bt-first(ls-band-idx ls-pattern-idx)
           end-if
           move ls-first-member
                   to ls-bt-last(ls-band-idx ls-pattern-idx)
           .
       3000-assess-bands.
      *    Without a high bound the range read ends at the top of the
      *    master, and the expectation must end there too.
           if high-given
               move ls-select-high to ls-scope-high
           else
               move ls-last-prime to ls-scope-high
           end-if

           if ls-first-band = zero
               exit paragraph
           end-if

           perform varying ls-band-idx from ls-first-band by 1
                   until ls-band-idx > ls-last-band
               if ls-bd-low(ls-band-idx) > ls-select-low
                   move ls-bd-low(ls-band-idx)
                           to ls-bd-clip-low(ls-band-idx)
               else
                   move ls-select-low to ls-bd-clip-low(ls-band-idx)
               end-if
               if ls-bd-high(ls-band-idx) < ls-scope-high
                   move ls-bd-high(ls-band-idx)
                           to ls-bd-clip-high(ls-band-idx)
               else
                   move ls-scope-high to ls-bd-clip-high(ls-band-idx)
               end-if

               perform 3100-check-coverage
               perform 3200-compute-expected
           end-perform
           .
       3100-check-coverage.
      *    Complete only if one covered span holds the band's whole
      *    clipped range; below 2 there is nothing to generate.
           if not ledger-loaded
               move 'U' to ls-bd-coverage(ls-band-idx)
               exit paragraph
           end-if

           if ls-bd-clip-low(ls-band-idx) < 2
               move 2 to ls-work-low
           else
               move ls-bd-clip-low(ls-band-idx) to ls-work-low
           end-if

           move 'P' to ls-bd-coverage(ls-band-idx)
           perform varying ls-int-idx from 1 by 1
                   until ls-int-idx > ls-span-count
               if ls-int-low(ls-int-idx) <= ls-work-low and
                       ls-int-high(ls-int-idx) >=
                           ls-bd-clip-high(ls-band-idx)
                   move 'C' to ls-bd-coverage(ls-band-idx)
                   exit perform
               end-if
           end-perform

           if bd-partial(ls-band-idx)
               add 1 to ls-partial-count
           end-if
           .
       3200-compute-expected.
      *    Hardy-Littlewood: C times the integral of 1/log(x)^k, k
      *    the members, over the band -- Simpson's rule on 18 panels.
           if ls-bd-clip-low(ls-band-idx) < 2
               move 2 to ls-int-a
           else
               move ls-bd-clip-low(ls-band-idx) to ls-int-a
           end-if
           move ls-bd-clip-high(ls-band-idx) to ls-int-b
           if ls-int-b <= ls-int-a
               exit paragraph
           end-if
           compute ls-int-h rounded = (ls-int-b - ls-int-a) / 18

           perform varying ls-pattern-idx from 1 by 1
                   until ls-pattern-idx > 5
               move ls-pt-members(ls-pattern-idx) to ls-members
               move zero to ls-int-sum
               perform varying ls-int-step from 0 by 1
                       until ls-int-step > 18
                   evaluate true
                       when ls-int-step = 0 or ls-int-step = 18
                           move 1 to ls-int-weight
                       when ls-int-weight = 4
                           move 2 to ls-int-weight
                       when other
                           move 4 to ls-int-weight
                   end-evaluate
                   if ls-int-step = 18
                       move ls-int-b to ls-int-x
                   else
                       compute ls-int-x rounded =
                               ls-int-a + ls-int-step * ls-int-h
                   end-if
                   perform 3210-integrand
                   compute ls-int-sum rounded =
                           ls-int-sum + ls-int-weight * ls-int-f
               end-perform

               compute ls-bt-expected(ls-band-idx ls-pattern-idx)
                       rounded = ls-pt-constant(ls-pattern-idx)
                               * ls-int-h * ls-int-sum / 3
           end-perform
           .
       3210-integrand.
      *    ls-int-f = 1 / log(ls-int-x) ** ls-members.
           move ls-int-x to ls-log-x
           perform 3220-compute-log
           move 1 to ls-int-f
           perform ls-members times
               compute ls-int-f rounded = ls-int-f / ls-log-result
           end-perform
           .
       3220-compute-log.
      *    Natural log of ls-log-x (2 or more): powers of ten and of
      *    two are taken out until the mantissa m is below 2, and
      *    log(m) = 2 * atanh((m - 1) / (m + 1)) by its series.
           move ls-log-x to ls-log-m
           move zero to ls-log-exp10 ls-log-exp2
           perform until ls-log-m < 10
               divide 10 into ls-log-m
               add 1 to ls-log-exp10
           end-perform
           perform until ls-log-m < 2
               divide 2 into ls-log-m
               add 1 to ls-log-exp2
           end-perform

           compute ls-log-z rounded = (ls-log-m - 1) / (ls-log-m + 1)
           compute ls-log-z2 rounded = ls-log-z * ls-log-z
           move ls-log-z to ls-log-power ls-log-series
           perform varying ls-log-term from 3 by 2
                   until ls-log-term > 31
               compute ls-log-power rounded = ls-log-power * ls-log-z2
               compute ls-log-series rounded =
                       ls-log-series + ls-log-power / ls-log-term
           end-perform

           compute ls-log-result rounded =
                   ls-log-exp10 * c-ln-10 + ls-log-exp2 * c-ln-2
                       + 2 * ls-log-series
           .
       4000-write-report.
           move ls-select-low to ls-value-disp
           move ls-scope-high to ls-value-disp2
           move spaces to report-line
           string  'Constellation census of master '
                                   delimited by size
                   ls-master-file  delimited by space
                   ' values'      delimited by size
                   ls-value-disp   delimited by size
                   ' to'          delimited by size
                   ls-value-disp2  delimited by size
                   ', run '       delimited by size
                   ls-run-date     delimited by size
                   ' '            delimited by size
                   ls-run-time     delimited by size
                   into report-line
           write report-line

           move spaces to report-line
           if ledger-loaded
               move ls-span-count to ls-count-disp
               string  'Coverage per range ledger '
                                       delimited by size
                       ls-ledger-file  delimited by space
                       ':'            delimited by size
                       ls-count-disp   delimited by size
                       ' covered span(s).'
                                       delimited by size
                       into report-line
           else
               string  'Range ledger '  delimited by size
                       ls-ledger-file  delimited by space
                       ' not read: band coverage is unknown.'
                                       delimited by size
                       into report-line
           end-if
           write report-line

           if ls-prime-count = zero
               move spaces to report-line
               write report-line
               move 'No primes in the range read.' to report-line
               write report-line
               move 'PRM0544W' to ls-msg-id
               move 'No primes in the range read; census is empty.'
                       to ls-msg-text
               perform 8000-issue-message
               exit paragraph
           end-if

           perform varying ls-pattern-idx from 1 by 1
                   until ls-pattern-idx > 5
               move zero to ls-total-count(ls-pattern-idx)
                            ls-total-expected(ls-pattern-idx)
           end-perform

           perform varying ls-band-idx from ls-first-band by 1
                   until ls-band-idx > ls-last-band
               perform 4100-print-band
           end-perform

           perform 4200-print-totals

           if ls-partial-count > zero
               move 'PRM0543W' to ls-msg-id
               move ls-partial-count to ls-count-disp
               move spaces to ls-msg-text
               string  'Coverage incomplete in'
                                       delimited by size
                       ls-count-disp   delimited by size
                       ' band(s); their counts are partial.'
                                       delimited by size
                       into ls-msg-text
               perform 8000-issue-message
           end-if
           .
       4100-print-band.
           move spaces to report-line
           write report-line

           evaluate true
               when bd-complete(ls-band-idx)
                   move 'COMPLETE' to ls-coverage-word
               when bd-partial(ls-band-idx)
                   move 'PARTIAL' to ls-coverage-word
               when other
                   move 'UNKNOWN' to ls-coverage-word
           end-evaluate

           move ls-band-idx to ls-count-disp
           move ls-bd-clip-low(ls-band-idx) to ls-value-disp
           move ls-bd-clip-high(ls-band-idx) to ls-value-disp2
           move spaces to report-line
           string  'Band'          delimited by size
                   ls-count-disp(9:2)
                                   delimited by size
                   ' values'      delimited by size
                   ls-value-disp   delimited by size
                   ' to'          delimited by size
                   ls-value-disp2  delimited by size
                   into report-line
           write report-line

           move ls-bd-primes(ls-band-idx) to ls-count-disp
           move spaces to report-line
           string  '  primes'      delimited by size
                   ls-count-disp   delimited by size
                   ', coverage '  delimited by size
                   ls-coverage-word
                                   delimited by space
                   into report-line
           write report-line

           if bd-partial(ls-band-idx)
               move spaces to report-line
               string  '  ** Range ledger does not cover the whole'
                               delimited by size
                       ' band: counts are incomplete, not data.'
                               delimited by size
                       into report-line
               write report-line
           end-if

           move spaces to report-line
           string  '  Pattern                         '
                           delimited by size
                   '      Count         Expected  Obs/Exp%'
                           delimited by size
                   '                 First                  Last'
                           delimited by size
                   into report-line
           write report-line

           perform varying ls-pattern-idx from 1 by 1
                   until ls-pattern-idx > 5
               add ls-bt-count(ls-band-idx ls-pattern-idx)
                       to ls-total-count(ls-pattern-idx)
               add ls-bt-expected(ls-band-idx ls-pattern-idx)
                       to ls-total-expected(ls-pattern-idx)

               move ls-bt-count(ls-band-idx ls-pattern-idx)
                       to ls-count-disp
               move ls-bt-expected(ls-band-idx ls-pattern-idx)
                       to ls-expected-disp
               move ls-bt-expected(ls-band-idx ls-pattern-idx)
                       to ls-ratio-expected
               move ls-bt-count(ls-band-idx ls-pattern-idx)
                       to ls-ratio-count
               perform 4150-format-ratio

               move spaces to ls-first-text ls-last-text
               if ls-bt-count(ls-band-idx ls-pattern-idx) > zero
                   move ls-bt-first(ls-band-idx ls-pattern-idx)
                           to ls-value-disp
                   move ls-value-disp to ls-first-text
                   move ls-bt-last(ls-band-idx ls-pattern-idx)
                           to ls-value-disp
                   move ls-value-disp to ls-last-text
               end-if

               move spaces to report-line
               string  '  '            delimited by size
                       ls-pt-label(ls-pattern-idx)
                                       delimited by size
                       ' '            delimited by size
                       ls-count-disp   delimited by size
                       ' '            delimited by size
                       ls-expected-disp
                                       delimited by size
                       ' '            delimited by size
                       ls-ratio-text   delimited by size
                       ' '            delimited by size
                       ls-first-text   delimited by size
                       ' '            delimited by size
                       ls-last-text    delimited by size
                       into report-line
               write report-line
           end-perform
           .
       4150-format-ratio.
      *    Observed over expected as a percentage; an expectation
      *    under one occurrence says nothing, so it is shown n/a.
           if ls-ratio-expected < 1
               move '      n/a' to ls-ratio-text
               exit paragraph
           end-if

           compute ls-ratio-pct rounded =
                   ls-ratio-count * 100 / ls-ratio-expected
               on size error
                   move 999999.99 to ls-ratio-pct
           end-compute
           move ls-ratio-pct to ls-ratio-disp
           move ls-ratio-disp to ls-ratio-text
           .
       4200-print-totals.
           move spaces to report-line
           write report-line

           move ls-first-band to ls-count-disp
           move ls-count-disp(9:2) to ls-band-text
           move ls-last-band to ls-count-disp
           move spaces to report-line
           string  'Totals, bands '   delimited by size
                   ls-band-text        delimited by size
                   ' to '             delimited by size
                   ls-count-disp(9:2)  delimited by size
                   into report-line
           write report-line

           move ls-prime-count to ls-count-disp
           move spaces to report-line
           string  '  primes'      delimited by size
                   ls-count-disp   delimited by size
                   into report-line
           write report-line

           perform varying ls-pattern-idx from 1 by 1
                   until ls-pattern-idx > 5
               move ls-total-count(ls-pattern-idx) to ls-count-disp
               move ls-total-expected(ls-pattern-idx)
                       to ls-expected-disp
               move ls-total-expected(ls-pattern-idx)
                       to ls-ratio-expected
               move ls-total-count(ls-pattern-idx) to ls-ratio-count
               perform 4150-format-ratio

               move spaces to report-line
               string  '  '            delimited by size
                       ls-pt-label(ls-pattern-idx)
                                       delimited by size
                       ' '            delimited by size
                       ls-count-disp   delimited by size
                       ' '            delimited by size
                       ls-expected-disp
                                       delimited by size
                       ' '            delimited by size
                       ls-ratio-text   delimited by size
                       into report-line
               write report-line
           end-perform

           move ls-partial-count to ls-count-disp
           move spaces to report-line
           string  '  bands with partial coverage'
                                   delimited by size
                   ls-count-disp   delimited by size
                   into report-line
           write report-line
           .
       4050-parse-numeric-field.
           move zero to ls-generic-temp
           move zero to ls-generic-value
           set generic-value-valid to false

           perform varying ls-generic-idx from 1 by 1
                   until ls-generic-idx > 20
               if is-generic-digit(ls-generic-idx)
                   compute ls-generic-temp =
                           ls-generic-temp * 10 +
                           ls-generic-9(ls-generic-idx)
                   set generic-value-valid to true
               else
                   if ls-generic-c(ls-generic-idx) not = space
                       set generic-value-valid to false
                       exit paragraph
                   end-if
               end-if
           end-perform

           if ls-generic-temp > c-value-ceiling
               set generic-value-valid to false
               exit paragraph
           end-if

           if generic-value-valid
               move ls-generic-temp to ls-generic-value
           end-if
           .
       7020-share-master.
      *    The master is only read here, so the claim taken on it is
      *    the shared kind primeshr keeps: other readers may hold it
      *    at the same time, but a run holding the exclusive
      *    '<master>.lck' keeps this one out, and this one keeps a
      *    merge or restore out until it lets go.
           move spaces to ls-shr-stamp
           string  'primecons '         delimited by size
                   ls-run-date   delimited by size
                   ' '                  delimited by size
                   ls-run-time   delimited by size
                   into ls-shr-stamp
           move ls-shr-stamp to ls-shr-owner
           move 'SHARE' to ls-shr-function
           move ls-master-file to ls-shr-name
           call 'primeshr' using ls-shr-function ls-shr-name
                   ls-shr-owner ls-shr-result ls-shr-holders

           evaluate ls-shr-result
               when 'Y'
                   set share-held to true
               when 'X'
                   move 'PRM0706S' to ls-msg-id
                   move spaces to ls-msg-text
                   string  'Shared read refused: '
                                           delimited by size
                           ls-master-file  delimited by space
                           ' is claimed by '
                                           delimited by size
                           ls-shr-owner    delimited by size
                           into ls-msg-text
                   perform 8000-issue-message
                   set fatal-error to true
               when other
                   move 'PRM0707S' to ls-msg-id
                   move 'Cannot record shared claim on the master.'
                           to ls-msg-text
                   perform 8000-issue-message
                   set fatal-error to true
           end-evaluate
           .
       7050-resolve-files.
      *    Every shared file comes from the run's environment
      *    configuration (primeenv); a keyword that names a file
      *    still overrides it for the run.
           move 'MASTER' to ls-env-logical
           perform 7055-resolve-one-file
           move ls-env-path to ls-master-file

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
       7920-release-share.
      *    Removes exactly this run's stamp from the holder list.
           if not share-held
               exit paragraph
           end-if

           move ls-shr-stamp to ls-shr-owner
           move 'UNSHARE' to ls-shr-function
           move ls-master-file to ls-shr-name
           call 'primeshr' using ls-shr-function ls-shr-name
                   ls-shr-owner ls-shr-result ls-shr-holders

           set share-held to false
           .
       8000-issue-message.
      *    Single funnel to the shop-wide primemsg routine:
      *    ls-msg-id and ls-msg-text set by the caller; the running
      *    highest severity comes back in ls-msg-severity and becomes
      *    the final return-code in 8090-set-return-code.
           call 'primemsg' using ls-msg-id ls-msg-text
                   ls-msg-severity
           .
       8010-issue-open-error.
      *    ls-msg-id, ls-msg-status and ls-msg-text (the object
      *    phrase) set by the caller; prefixes the file status the
      *    way the old console messages did.
           move ls-msg-text to ls-msg-build
           move spaces to ls-msg-text
           string  'File status '   delimited by size
                   ls-msg-status     delimited by size
                   ': '             delimited by size
                   ls-msg-build      delimited by size
                   into ls-msg-text
           perform 8000-issue-message
           .
       8090-set-return-code.
      *    The documented ladder: 0 clean, 4 warnings, 8 data
      *    errors, 12 environment, 16 fatal. The highest severity
      *    issued through primemsg caps the return-code from below;
      *    a fatal-error flag with no catalogued message behind it
      *    (which would be a coding hole) still forces 16.
           if ls-msg-severity > return-code
               move ls-msg-severity to return-code
           end-if

           if fatal-error and return-code < 8
               move 16 to return-code
           end-if
           .
