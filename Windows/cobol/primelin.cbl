      ******************************************************************
      * primelin: Lineage report for prime master records. Every      *
      * master record carries its origin (mst-origin): the source --   *
      * G a generator run, P a partner load accepted by primeinb, R    *
      * restored by a primeroll rollback, U not recorded -- the        *
      * originating run's catalog stamp and program, the delta cycle   *
      * that added the record and the one that last replaced it.      *
      * Given one value, or a low and high value, this report prints   *
      * for each prime in range its origin chain back to the           *
      * evidence: the run-history record of the originating run        *
      * (program, start stamp), every catalog registration that run    *
      * made, and the delta registry entries of the adding and         *
      * replacing cycles -- so a value an auditor or a partner         *
      * questions can be answered from the files, not from memory.     *
      *                                                                *
      *   primelin low [high] [MASTER=] [CATALOG=] [HISTORY=]          *
      *            [REGISTRY=] [REPORT=]                               *
      *                                                                *
      * The master is read twice under a shared claim (primeshr):      *
      * once to gather the distinct runs and cycles in range, so the   *
      * catalog, run history and registry are each read only once,     *
      * and once to print. Up to 500 distinct runs and 500 distinct    *
      * cycles are traced; past that a prime's chain says its detail   *
      * was not gathered. A value-band partitioned master (primepart)  *
      * is read across its partitions as if it were one file.          *
      ******************************************************************
       identification division.
       program-id. primelin.

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
           select  catalog-file assign ls-catalog-file
                   organization is line sequential
                   access mode is sequential
                   file status is ls-catalog-status
                   .
           select  history-file assign ls-history-file
                   organization is line sequential
                   access mode is sequential
                   file status is ls-history-status
                   .
           select  registry-file assign ls-registry-file
                   organization is line sequential
                   access mode is sequential
                   file status is ls-registry-status
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

       fd  catalog-file.
       01  catalog-line                    pic x(512).

       fd  history-file.
       01  history-line                    pic x(512).

       fd  registry-file.
       01  registry-line                   pic x(512).

       fd  report-file.
       01  report-line                     pic x(160).

       local-storage section.

       78  c-stdout                        value '/dev/stdout'.
      *    Largest value the 64-bit binary-double unsigned fields can
      *    carry; 4050-parse-numeric-field rejects anything larger so
      *    an oversized operand is an error, not a silent wraparound.
       78  c-value-ceiling                 value
                                           18446744073709551615.
       78  c-max-runs                      value 500.
       78  c-max-cycles                    value 500.
       78  c-max-run-cats                  value 4.

       01  filler.
           05  ls-arguments                pic x(256) value spaces.
           05  ls-token-area.
               10  ls-token                occurs 8 times
                                           pic x(256).
               10  ls-token-count          binary-long unsigned.
           05  ls-token-idx                binary-long unsigned.
           05  ls-master-file              pic x(256) value spaces.
           05  ls-catalog-file             pic x(256) value spaces.
           05  ls-history-file             pic x(256) value spaces.
           05  ls-registry-file            pic x(256) value spaces.
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
                   88  runs-overflowed     value 'Y' false 'N'.
               10  filler                  pic x(01) value 'N'.
                   88  cycles-overflowed   value 'Y' false 'N'.
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
           05  ls-select-low               binary-double unsigned.
           05  ls-select-high              binary-double unsigned.
           05  ls-run-date                 pic x(08).
           05  ls-run-time                 pic x(08).
      *    The distinct originating runs met in range, keyed by the
      *    catalog stamp and program the master records carry, with
      *    what the run history and catalog say about each.
           05  ls-run-table.
               10  ls-run-entry            occurs 500 times.
                   15  ls-rt-date          pic x(08).
                   15  ls-rt-time          pic x(08).
                   15  ls-rt-pgm           pic x(10).
                   15  ls-rt-hist-found    pic x(01).
                   15  ls-rt-end-date      pic x(08).
                   15  ls-rt-end-time      pic x(08).
                   15  ls-rt-rc            pic x(02).
                   15  ls-rt-counts        pic x(80).
                   15  ls-rt-account       pic x(08).
                   15  ls-rt-account-src   pic x(07).
                   15  ls-rt-cat-count     binary-long unsigned.
                   15  ls-rt-cat           occurs 4 times.
                       20  ls-rt-cat-name  pic x(256).
                       20  ls-rt-cat-type  pic x(08).
                       20  ls-rt-cat-low   pic x(20).
                       20  ls-rt-cat-high  pic x(20).
                       20  ls-rt-cat-recs  pic x(09).
           05  ls-run-count                binary-long unsigned
                                           value zero.
           05  ls-run-idx                  binary-long unsigned.
           05  ls-cat-idx                  binary-long unsigned.
      *    The distinct delta cycles met in range, adding or
      *    replacing, with their registry entries.
           05  ls-cycle-table.
               10  ls-cycle-entry          occurs 500 times.
                   15  ls-ct-cycle         pic 9(06).
                   15  ls-ct-found         pic x(01).
                   15  ls-ct-date          pic x(08).
                   15  ls-ct-time          pic x(08).
                   15  ls-ct-file          pic x(256).
                   15  ls-ct-records       pic x(09).
                   15  ls-ct-kind          pic x(10).
           05  ls-cycle-count              binary-long unsigned
                                           value zero.
           05  ls-cycle-idx                binary-long unsigned.
           05  ls-want-cycle               pic 9(06).
           05  ls-cat-fields.
               10  ls-cf-date              pic x(08).
               10  ls-cf-time              pic x(08).
               10  ls-cf-pgm               pic x(20).
               10  ls-cf-name              pic x(256).
               10  ls-cf-type              pic x(08).
               10  ls-cf-low               pic x(20).
               10  ls-cf-high              pic x(20).
               10  ls-cf-count             pic x(09).
           05  ls-hist-fields.
               10  ls-hf-pgm               pic x(20).
               10  ls-hf-start-date        pic x(08).
               10  ls-hf-start-time        pic x(08).
               10  ls-hf-end-date          pic x(08).
               10  ls-hf-end-time          pic x(08).
               10  ls-hf-rc                pic x(02).
               10  ls-hf-counts            pic x(80).
               10  ls-hf-files             pic x(256).
               10  ls-hf-args              pic x(256).
               10  ls-hf-account           pic x(08).
               10  ls-hf-account-src       pic x(07).
           05  ls-reg-fields.
               10  ls-rf-cycle             pic x(20).
               10  ls-rf-date              pic x(08).
               10  ls-rf-time              pic x(08).
               10  ls-rf-file              pic x(256).
               10  ls-rf-count             pic x(09).
               10  ls-rf-kind              pic x(10).
           05  ls-traced-count             binary-long unsigned
                                           value zero.
           05  ls-generator-count          binary-long unsigned
                                           value zero.
           05  ls-partner-count            binary-long unsigned
                                           value zero.
           05  ls-restore-count            binary-long unsigned
                                           value zero.
           05  ls-unknown-count            binary-long unsigned
                                           value zero.
           05  ls-value-disp               pic z(19)9(01).
           05  ls-seq-disp                 pic z(19)9(01).
           05  ls-count-disp               pic z(19)9(01).
           05  ls-count-disp2              pic z(19)9(01).
           05  ls-source-name              pic x(10).
           05  ls-chain-label              pic x(14).
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
               10  ls-catalog-status       pic 9(01)x(01).
                   88  catalog-status-ok   value '00'.
               10  ls-history-status       pic 9(01)x(01).
                   88  history-status-ok   value '00'.
               10  ls-registry-status      pic 9(01)x(01).
                   88  registry-status-ok  value '00'.
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

           perform 2000-gather-origins
           if not fatal-error
               perform 3000-resolve-catalog
               perform 3100-resolve-history
               perform 3200-resolve-registry
               perform 4000-report-lineage
           end-if
           perform 4900-write-summary

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
                    ls-token(5) ls-token(6) ls-token(7) ls-token(8)
               tallying in ls-token-count

           move ls-token(1) to ls-generic-text
           perform 4050-parse-numeric-field
           if not generic-value-valid
               perform 1900-issue-usage-error
               exit paragraph
           end-if
           move ls-generic-value to ls-select-low
           move ls-generic-value to ls-select-high

      *    A second bare operand is the high bound; without one the
      *    report traces the single value given.
           move 2 to ls-token-idx
           if ls-token(2) not = spaces and
                   ls-token(2)(1:7) not = 'MASTER=' and
                   ls-token(2)(1:8) not = 'CATALOG=' and
                   ls-token(2)(1:8) not = 'HISTORY=' and
                   ls-token(2)(1:9) not = 'REGISTRY=' and
                   ls-token(2)(1:7) not = 'REPORT='
               move ls-token(2) to ls-generic-text
               perform 4050-parse-numeric-field
               if not generic-value-valid or
                       ls-generic-value < ls-select-low
                   perform 1900-issue-usage-error
                   exit paragraph
               end-if
               move ls-generic-value to ls-select-high
               move 3 to ls-token-idx
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
                   when ls-token(ls-token-idx)(1:8) = 'CATALOG='
                       move ls-token(ls-token-idx)(9:248)
                               to ls-catalog-file
                   when ls-token(ls-token-idx)(1:8) = 'HISTORY='
                       move ls-token(ls-token-idx)(9:248)
                               to ls-history-file
                   when ls-token(ls-token-idx)(1:9) = 'REGISTRY='
                       move ls-token(ls-token-idx)(10:247)
                               to ls-registry-file
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
               move 'PRM0731S' to ls-msg-id
               move ls-report-status to ls-msg-status
               move 'Cannot open lineage report file.' to ls-msg-text
               perform 8010-issue-open-error
               set fatal-error to true
               exit paragraph
           end-if
           set report-opened to true

           move ls-select-low to ls-value-disp
           move ls-select-high to ls-count-disp
           move spaces to report-line
           string  'Lineage of master '   delimited by size
                   ls-master-file          delimited by space
                   ' values'              delimited by size
                   ls-value-disp           delimited by size
                   ' to'                  delimited by size
                   ls-count-disp           delimited by size
                   ', run '               delimited by size
                   ls-run-date             delimited by size
                   ' '                    delimited by size
                   ls-run-time             delimited by size
                   into report-line
           write report-line
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
               move 'PRM0730S' to ls-msg-id
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
       1900-issue-usage-error.
           move 'PRM0412E' to ls-msg-id
           move spaces to ls-msg-text
           string  'Usage is primelin low [high] [MASTER=] [CATALOG=]'
                           delimited by size
                   ' [HISTORY=] [REGISTRY=] [REPORT=].'
                           delimited by size
                   into ls-msg-text
           perform 8000-issue-message
           set fatal-error to true
           .
       2000-gather-origins.
      *    First pass: every distinct run and cycle the records in
      *    range name, so each evidence file need be read only once.
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
               if mst-value > ls-select-high
                   exit perform
               end-if

               perform 2100-note-run
               move mst-added-cycle to ls-want-cycle
               perform 2150-note-cycle
               move mst-replaced-cycle to ls-want-cycle
               perform 2150-note-cycle
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
               move 'PRM0729S' to ls-msg-id
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
       2100-note-run.
           if mst-from-unknown
               exit paragraph
           end-if

           perform 2110-find-run
           if ls-run-idx <= ls-run-count
               exit paragraph
           end-if

           if ls-run-count >= c-max-runs
               set runs-overflowed to true
               exit paragraph
           end-if

           add 1 to ls-run-count
           move spaces to ls-run-entry(ls-run-count)
           move mst-run-date to ls-rt-date(ls-run-count)
           move mst-run-time to ls-rt-time(ls-run-count)
           move mst-run-pgm to ls-rt-pgm(ls-run-count)
           move 'N' to ls-rt-hist-found(ls-run-count)
           move zero to ls-rt-cat-count(ls-run-count)
           .
       2110-find-run.
      *    Leaves ls-run-idx on the current record's run, or one past
      *    the last entry when the run is not in the table.
           perform varying ls-run-idx from 1 by 1
                   until ls-run-idx > ls-run-count
               if ls-rt-date(ls-run-idx) = mst-run-date and
                       ls-rt-time(ls-run-idx) = mst-run-time and
                       ls-rt-pgm(ls-run-idx) = mst-run-pgm
                   exit paragraph
               end-if
           end-perform
           .
       2150-note-cycle.
           if ls-want-cycle = zero
               exit paragraph
           end-if

           perform 2160-find-cycle
           if ls-cycle-idx <= ls-cycle-count
               exit paragraph
           end-if

           if ls-cycle-count >= c-max-cycles
               set cycles-overflowed to true
               exit paragraph
           end-if

           add 1 to ls-cycle-count
           move spaces to ls-cycle-entry(ls-cycle-count)
           move ls-want-cycle to ls-ct-cycle(ls-cycle-count)
           move 'N' to ls-ct-found(ls-cycle-count)
           .
       2160-find-cycle.
      *    Leaves ls-cycle-idx on ls-want-cycle's entry, or one past
      *    the last entry when the cycle is not in the table.
           perform varying ls-cycle-idx from 1 by 1
                   until ls-cycle-idx > ls-cycle-count
               if ls-ct-cycle(ls-cycle-idx) = ls-want-cycle
                   exit paragraph
               end-if
           end-perform
           .
       3000-resolve-catalog.
      *    Every registration a traced run made, matched on the stamp
      *    and program the run wrote into the catalog. The evidence
      *    files are best-effort: one that cannot be read leaves its
      *    part of each chain blank, with a warning.
           if ls-run-count = zero
               exit paragraph
           end-if

           open input catalog-file
           if not catalog-status-ok
               move 'PRM0525W' to ls-msg-id
               move spaces to ls-msg-text
               string  'Cannot read dataset catalog; registrations are '
                                                  delimited by size
                       'not shown.'               delimited by size
                       into ls-msg-text
               perform 8000-issue-message
               exit paragraph
           end-if

           perform until exit
               read catalog-file
                   at end
                       exit perform
               end-read

               move spaces to ls-cat-fields
               unstring catalog-line delimited by '|'
                   into ls-cf-date ls-cf-time ls-cf-pgm ls-cf-name
                        ls-cf-type ls-cf-low  ls-cf-high ls-cf-count

               perform varying ls-run-idx from 1 by 1
                       until ls-run-idx > ls-run-count
                   if ls-rt-date(ls-run-idx) = ls-cf-date and
                           ls-rt-time(ls-run-idx) = ls-cf-time and
                           ls-rt-pgm(ls-run-idx) = ls-cf-pgm
                       add 1 to ls-rt-cat-count(ls-run-idx)
                       move ls-rt-cat-count(ls-run-idx) to ls-cat-idx
                       if ls-cat-idx <= c-max-run-cats
                           move ls-cf-name
                                   to ls-rt-cat-name(ls-run-idx
                                                     ls-cat-idx)
                           move ls-cf-type
                                   to ls-rt-cat-type(ls-run-idx
                                                     ls-cat-idx)
                           move ls-cf-low
                                   to ls-rt-cat-low(ls-run-idx
                                                    ls-cat-idx)
                           move ls-cf-high
                                   to ls-rt-cat-high(ls-run-idx
                                                     ls-cat-idx)
                           move ls-cf-count
                                   to ls-rt-cat-recs(ls-run-idx
                                                     ls-cat-idx)
                       end-if
                       exit perform
                   end-if
               end-perform
           end-perform

           close catalog-file
           .
       3100-resolve-history.
      *    The run-history record of each traced run: same program,
      *    same start stamp.
           if ls-run-count = zero
               exit paragraph
           end-if

           open input history-file
           if not history-status-ok
               move 'PRM0525W' to ls-msg-id
               move spaces to ls-msg-text
               string  'Cannot read run history; run records are not '
                                                  delimited by size
                       'shown.'                   delimited by size
                       into ls-msg-text
               perform 8000-issue-message
               exit paragraph
           end-if

           perform until exit
               read history-file
                   at end
                       exit perform
               end-read

               move spaces to ls-hist-fields
               unstring history-line delimited by '|'
                   into ls-hf-pgm        ls-hf-start-date
                        ls-hf-start-time ls-hf-end-date
                        ls-hf-end-time   ls-hf-rc
                        ls-hf-counts     ls-hf-files
                        ls-hf-args       ls-hf-account
                        ls-hf-account-src

               perform varying ls-run-idx from 1 by 1
                       until ls-run-idx > ls-run-count
                   if ls-rt-date(ls-run-idx) = ls-hf-start-date and
                           ls-rt-time(ls-run-idx) = ls-hf-start-time
                           and ls-rt-pgm(ls-run-idx) = ls-hf-pgm
                       move 'Y' to ls-rt-hist-found(ls-run-idx)
                       move ls-hf-end-date
                               to ls-rt-end-date(ls-run-idx)
                       move ls-hf-end-time
                               to ls-rt-end-time(ls-run-idx)
                       move ls-hf-rc to ls-rt-rc(ls-run-idx)
                       move ls-hf-counts to ls-rt-counts(ls-run-idx)
                       move ls-hf-account
                               to ls-rt-account(ls-run-idx)
                       move ls-hf-account-src
                               to ls-rt-account-src(ls-run-idx)
                       exit perform
                   end-if
               end-perform
           end-perform

           close history-file
           .
       3200-resolve-registry.
      *    The delta registry line of each adding or replacing
      *    cycle: cycle|date|time|file|count, with a ROLLBACK marker
      *    on a compensating cycle.
           if ls-cycle-count = zero
               exit paragraph
           end-if

           open input registry-file
           if not registry-status-ok
               move 'PRM0525W' to ls-msg-id
               move 'Cannot read delta registry; cycles are not shown.'
                       to ls-msg-text
               perform 8000-issue-message
               exit paragraph
           end-if

           perform until exit
               read registry-file
                   at end
                       exit perform
               end-read

               move spaces to ls-reg-fields
               unstring registry-line delimited by '|'
                   into ls-rf-cycle ls-rf-date ls-rf-time ls-rf-file
                        ls-rf-count ls-rf-kind

               move ls-rf-cycle to ls-generic-text
               perform 4050-parse-numeric-field
               if not generic-value-valid or
                       ls-generic-value > 999999
                   exit perform cycle
               end-if
               move ls-generic-value to ls-want-cycle

               perform 2160-find-cycle
               if ls-cycle-idx <= ls-cycle-count
                   move 'Y' to ls-ct-found(ls-cycle-idx)
                   move ls-rf-date to ls-ct-date(ls-cycle-idx)
                   move ls-rf-time to ls-ct-time(ls-cycle-idx)
                   move ls-rf-file to ls-ct-file(ls-cycle-idx)
                   move ls-rf-count to ls-ct-records(ls-cycle-idx)
                   move ls-rf-kind to ls-ct-kind(ls-cycle-idx)
               end-if
           end-perform

           close registry-file
           .
       4000-report-lineage.
      *    Second pass: the chain of every prime in range.
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
               if mst-value > ls-select-high
                   exit perform
               end-if

               perform 4100-print-lineage
           end-perform
           .
       4100-print-lineage.
           add 1 to ls-traced-count
           evaluate true
               when mst-from-generator
                   add 1 to ls-generator-count
                   move 'GENERATOR' to ls-source-name
               when mst-from-partner
                   add 1 to ls-partner-count
                   move 'PARTNER' to ls-source-name
               when mst-from-restore
                   add 1 to ls-restore-count
                   move 'RESTORE' to ls-source-name
               when other
                   add 1 to ls-unknown-count
                   move 'UNKNOWN' to ls-source-name
           end-evaluate

           move mst-value to ls-value-disp
           move mst-seq to ls-seq-disp
           move spaces to report-line
           string  'Value'                delimited by size
                   ls-value-disp           delimited by size
                   '  seq'                delimited by size
                   ls-seq-disp             delimited by size
                   '  source '            delimited by size
                   ls-source-name          delimited by space
                   into report-line
           write report-line

           perform 4110-print-origin-run

           move 'added by' to ls-chain-label
           move mst-added-cycle to ls-want-cycle
           perform 4150-print-cycle

           move 'replaced by' to ls-chain-label
           if mst-replaced-cycle = zero
               move spaces to report-line
               string  '    '                 delimited by size
                       ls-chain-label          delimited by size
                       'never'                delimited by size
                       into report-line
               write report-line
           else
               move mst-replaced-cycle to ls-want-cycle
               perform 4150-print-cycle
           end-if
           .
       4110-print-origin-run.
           if mst-from-unknown
               move spaces to report-line
               string  '    origin run    not recorded (record'
                                              delimited by size
                       ' predates record origins, or its merge file'
                                              delimited by size
                       ' was not catalogued)' delimited by size
                       into report-line
               write report-line
               exit paragraph
           end-if

           move spaces to report-line
           string  '    origin run    '     delimited by size
                   mst-run-pgm              delimited by space
                   ' '                      delimited by size
                   mst-run-date             delimited by size
                   ' '                      delimited by size
                   mst-run-time             delimited by size
                   into report-line
           write report-line

           perform 2110-find-run
           if ls-run-idx > ls-run-count
               move spaces to report-line
               string  '    run detail    not gathered: more than'
                                              delimited by size
                       ' 500 runs in the range' delimited by size
                       into report-line
               write report-line
               exit paragraph
           end-if

           move spaces to report-line
           if ls-rt-hist-found(ls-run-idx) = 'Y'
               string  '    run history   ended '
                                              delimited by size
                       ls-rt-end-date(ls-run-idx)
                                              delimited by size
                       ' '                    delimited by size
                       ls-rt-end-time(ls-run-idx)
                                              delimited by size
                       ' rc '                 delimited by size
                       ls-rt-rc(ls-run-idx)   delimited by size
                       ' '                    delimited by size
                       ls-rt-counts(ls-run-idx)
                                              delimited by '  '
                       ' account '            delimited by size
                       ls-rt-account(ls-run-idx)
                                              delimited by space
                       ' ('                   delimited by size
                       ls-rt-account-src(ls-run-idx)
                                              delimited by space
                       ')'                    delimited by size
                       into report-line
           else
               move '    run history   no record of this run'
                       to report-line
           end-if
           write report-line

           if ls-rt-cat-count(ls-run-idx) = zero
               move spaces to report-line
               move '    catalogued    no registration by this run'
                       to report-line
               write report-line
               exit paragraph
           end-if

           perform varying ls-cat-idx from 1 by 1
                   until ls-cat-idx > ls-rt-cat-count(ls-run-idx)
                           or ls-cat-idx > c-max-run-cats
               move spaces to report-line
               string  '    catalogued    '  delimited by size
                       ls-rt-cat-name(ls-run-idx ls-cat-idx)
                                              delimited by space
                       ' ('                   delimited by size
                       ls-rt-cat-type(ls-run-idx ls-cat-idx)
                                              delimited by space
                       ') values '            delimited by size
                       ls-rt-cat-low(ls-run-idx ls-cat-idx)
                                              delimited by space
                       ' to '                 delimited by size
                       ls-rt-cat-high(ls-run-idx ls-cat-idx)
                                              delimited by space
                       ', '                   delimited by size
                       ls-rt-cat-recs(ls-run-idx ls-cat-idx)
                                              delimited by space
                       ' record(s)'           delimited by size
                       into report-line
               write report-line
           end-perform
           .
       4150-print-cycle.
      *    ls-chain-label and ls-want-cycle set by the caller.
           move spaces to report-line
           if ls-want-cycle = zero
               string  '    '                 delimited by size
                       ls-chain-label          delimited by size
                       'cycle not recorded'   delimited by size
                       into report-line
               write report-line
               exit paragraph
           end-if

           perform 2160-find-cycle
           if ls-cycle-idx > ls-cycle-count
               string  '    '                 delimited by size
                       ls-chain-label          delimited by size
                       'cycle '               delimited by size
                       ls-want-cycle           delimited by size
                       ', detail not gathered: more than 500 cycles'
                                              delimited by size
                       ' in the range'        delimited by size
                       into report-line
               write report-line
               exit paragraph
           end-if

           if ls-ct-found(ls-cycle-idx) not = 'Y'
               string  '    '                 delimited by size
                       ls-chain-label          delimited by size
                       'cycle '               delimited by size
                       ls-want-cycle           delimited by size
                       ', not in the delta registry'
                                              delimited by size
                       into report-line
               write report-line
               exit paragraph
           end-if

           string  '    '                     delimited by size
                   ls-chain-label              delimited by size
                   'cycle '                   delimited by size
                   ls-want-cycle               delimited by size
                   ' registered '             delimited by size
                   ls-ct-date(ls-cycle-idx)    delimited by size
                   ' '                        delimited by size
                   ls-ct-time(ls-cycle-idx)    delimited by size
                   ' '                        delimited by size
                   ls-ct-file(ls-cycle-idx)    delimited by space
                   ' '                        delimited by size
                   ls-ct-kind(ls-cycle-idx)    delimited by space
                   into report-line
           write report-line
           .
       4900-write-summary.
           if not report-opened
               exit paragraph
           end-if

           move ls-traced-count to ls-count-disp
           move spaces to report-line
           string  ls-count-disp              delimited by size
                   ' prime(s) traced.'        delimited by size
                   into report-line
           write report-line

           move ls-generator-count to ls-count-disp
           move ls-partner-count to ls-count-disp2
           move spaces to report-line
           string  ls-count-disp              delimited by size
                   ' from generator runs,'    delimited by size
                   ls-count-disp2             delimited by size
                   ' from partner loads.'     delimited by size
                   into report-line
           write report-line

           move ls-restore-count to ls-count-disp
           move ls-unknown-count to ls-count-disp2
           move spaces to report-line
           string  ls-count-disp              delimited by size
                   ' restored by rollback,'   delimited by size
                   ls-count-disp2             delimited by size
                   ' of unrecorded origin.'   delimited by size
                   into report-line
           write report-line

           if ls-traced-count = zero and not fatal-error
               move 'PRM0524W' to ls-msg-id
               move 'No master records lie in the requested range.'
                       to ls-msg-text
               perform 8000-issue-message
           end-if
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
           string  'primelin '          delimited by size
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

           move 'CATALOG' to ls-env-logical
           perform 7055-resolve-one-file
           move ls-env-path to ls-catalog-file

           move 'HISTORY' to ls-env-logical
           perform 7055-resolve-one-file
           move ls-env-path to ls-history-file

           move 'DELTAREG' to ls-env-logical
           perform 7055-resolve-one-file
           move ls-env-path to ls-registry-file
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
