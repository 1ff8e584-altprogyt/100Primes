      * there silently and poison every downstream extract. One pass   *
      * in key order verifies value ascent, the stored square          *
      * (including the documented saturation for values past 32        *
      * bits), sequence plausibility (over true indexes only -- a      *
      * sequence of zero marks a record whose index primeseq could     *
      * not anchor to 2, and such records are counted, not judged),    *
      * and spot-proves primality with the same twelve-witness        *
      * strong-pseudoprime test CERTIFY uses;                          *
      * the master's content is then cross-checked against the        *
      * covered intervals on the range ledger. Structural exceptions   *
      * fail the audit at severity E so the scheduler can block the    *
      * night's merges; coverage misses warn at severity W. The        *
      * master is held under a shared read claim for the whole pass,   *
      * so no merge or restore can change it mid-audit.                *
      *                                                                *
      * On a master partitioned by value band (primepart), PART=nn     *
      * audits the one band, PART=CHANGED the partitions changed since *
      * their last passed audit and PART=ALL (the default) every one.  *
      * A value outside its partition's band is an exception; a        *
      * covered span is judged only when every partition it reaches    *
      * was audited. A passed audit stamps its partitions in the       *
      * directory so the next CHANGED audit skips them, and nothing    *
      * changed since is a clean audit, not an empty master.           *
      *                                                                *
      * Every audit ends with the tamper-evidence step: primetamp      *
      * proves the master, run history, catalog and ledger against     *
      * the seals the suite's programs left on them. A file changed    *
      * outside the suite, or a broken seal chain, fails the audit at  *
      * severity E; a file never sealed warns.                         *
      ******************************************************************
       identification division.
       program-id. primeaud.
                   access mode is sequential
                   file status is ls-stderr-status
                   .
           select  master-file assign ls-part-file
                   organization is indexed
                   access mode is dynamic
                   record key is mst-value
                   access mode is sequential
                   file status is ls-report-status
                   .
           select  part-dir-file assign ls-part-dir-file
                   organization is line sequential
                   access mode is sequential
                   file status is ls-part-dir-status
                   .
           select  lock-file assign ls-lock-file-name
                   organization is line sequential
                   access mode is sequential
                   file status is ls-lock-status
                   .

       data division.

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

       fd  ledger-file.
       01  ledger-line                     pic x(132).
       fd  report-file.
       01  report-line                     pic x(160).

      *    The value-band partition directory (see primepart).
       fd  part-dir-file.
       01  part-dir-line                   pic x(512).

      *    The directory's own claim, held while the audit stamps are
      *    recorded.
       fd  lock-file.
       01  lock-record                     pic x(80).

       local-storage section.

       78  c-stdout                        value '/dev/stdout'.
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
                   88  cert-witness-pass   value 'Y' false 'N'.
               10  filler                  pic x(01) value 'N'.
                   88  cert-is-prime       value 'Y' false 'N'.
               10  filler                  pic x(01) value 'N'.
                   88  master-partitioned  value 'Y' false 'N'.
               10  filler                  pic x(01) value 'N'.
                   88  span-in-scope       value 'Y' false 'N'.
               10  filler                  pic x(01) value 'N'.
                   88  dir-claim-held      value 'Y' false 'N'.
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
           05  ls-sample-interval          binary-long unsigned
                                           value 1000.
           05  ls-record-count             binary-double unsigned
                                           value zero.
           05  ls-exception-count          binary-long unsigned
                                           value zero.
           05  ls-coverage-miss-count      binary-long unsigned
                                           value zero.
           05  ls-proof-count              binary-long unsigned
                                           value zero.
           05  ls-proof-skipped            binary-long unsigned
                                           value zero.
           05  ls-unknown-index-count      binary-double unsigned
                                           value zero.
           05  ls-prev-value               pic 9(20) value zero.
           05  ls-prev-seq                 pic 9(20) value zero.
               10  ls-interval             occurs 500 times.
                   15  ls-int-low          binary-double unsigned.
                   15  ls-int-high         binary-double unsigned.
           05  ls-interval-count           binary-long unsigned
                                           value zero.
           05  ls-int-idx                  binary-long unsigned.
           05  ls-int-jdx                  binary-long unsigned.
           05  ls-sort-low                 binary-double unsigned.
           05  ls-sort-high                binary-double unsigned.
           05  ls-work-low                 binary-double unsigned.
                   15  ls-span-low         binary-double unsigned.
                   15  ls-span-high        binary-double unsigned.
                   15  ls-span-hits        binary-double unsigned.
           05  ls-span-count               binary-long unsigned
                                           value zero.
           05  ls-span-idx                 binary-long unsigned.
           05  ls-span-lo                  binary-long unsigned.
           05  ls-span-hi                  binary-long unsigned.
           05  ls-span-mid                 binary-long unsigned.
           05  ls-audit-value              binary-double unsigned.
      *    Strong-pseudoprime work area, the same decimal modular
      *    arithmetic prime5a's CERTIFY mode runs: two 18-digit
           05  ls-cert-n                   pic 9(20).
           05  ls-cert-nm1                 pic 9(20).
           05  ls-cert-d                   pic 9(20).
           05  ls-cert-r                   binary-long unsigned.
           05  ls-cert-x                   pic 9(20).
           05  ls-cert-base                pic 9(20).
           05  ls-cert-exp                 pic 9(20).
           05  ls-cert-quot                pic 9(38).
           05  ls-cert-div-q               pic 9(20).
           05  ls-cert-div-r               pic 9(02).
           05  ls-cert-i                   binary-long unsigned.
           05  ls-cert-j                   binary-long unsigned.
           05  ls-cert-witness-area.
               10  filler                  pic x(24) value
                   '020305071113171923293137'.
           05  ls-count-disp2              pic z(19)9(01).
           05  ls-low-disp                 pic z(19)9(01).
           05  ls-high-disp                pic z(19)9(01).
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
                   15  ls-part-pick        pic x(01).
               10  ls-part-fields.
                   15  ls-pf-band          pic x(02).
                   15  ls-pf-low           pic x(20).
                   15  ls-pf-high          pic x(20).
                   15  ls-pf-name          pic x(256).
                   15  ls-pf-changed       pic x(16).
                   15  ls-pf-audited       pic x(16).
                   15  ls-pf-saved         pic x(16).
               10  ls-run-stamp            pic x(16).
           05  ls-part-select              pic x(08) value 'ALL'.
           05  ls-part-want-band           pic 9(02) value zero.
           05  ls-pick-count               binary-long unsigned
                                           value zero.
           05  ls-pick-idx                 binary-long unsigned.
           05  ls-band-pick-area.
               10  ls-band-pick            pic x(01) occurs 20 times.
           05  ls-span-skip-count          binary-long unsigned
                                           value zero.
           05  ls-lock-file-name           pic x(256).
           05  ls-lock-save-rc             binary-long.
           05  ls-run-date                 pic x(08).
           05  ls-run-time                 pic x(08).
           05  ls-share-area.
               10  ls-shr-function         pic x(08).
               10  ls-shr-name             pic x(256).
               10  ls-shr-owner            pic x(80).
               10  ls-shr-stamp            pic x(80).
               10  ls-shr-result           pic x(01).
               10  ls-shr-holders          binary-long unsigned.
               10  filler                  pic x(01) value 'N'.
                   88  share-held          value 'Y' false 'N'.
      *    The tamper-evidence step (primetamp) and its outcome.
           05  ls-command                  pic x(300).
           05  ls-command-ptr              binary-long unsigned.
           05  ls-step-rc                  binary-long unsigned.
           05  ls-rc-disp                  pic 9(02).
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
                   88  ledger-status-ok    value '00'.
               10  ls-report-status        pic 9(01)x(01).
                   88  report-status-ok    value '00'.
               10  ls-part-dir-status      pic 9(01)x(01).
                   88  part-dir-status-ok  value '00'.
                   88  part-dir-absent     value '35'.
               10  ls-lock-status          pic 9(01)x(01).
                   88  lock-status-ok      value '00'.

      *    Catalogued-message work area for the shop-wide primemsg
      *    routine; ls-msg-severity accumulates the highest severity
           05  ls-msg-status               pic x(02).
           05  ls-msg-text                 pic x(120).
           05  ls-msg-build                pic x(120).
           05  ls-msg-severity             binary-long unsigned
                                           value zero.

       procedure division.
               goback
           end-if

           accept ls-run-date from date yyyymmdd
           accept ls-run-time from time
           move ls-run-date to ls-run-stamp(1:8)
           move ls-run-time to ls-run-stamp(9:8)

           perform 1000-get-command-line

      *    standard-error is the only file open at this point; close it
      *    it.
           if fatal-error
               close standard-error
               perform 7920-release-share
               perform 8090-set-return-code
               goback
           end-if
           perform 1500-load-ledger-spans
           perform 2000-audit-master
           perform 2900-write-summary
           perform 3000-verify-seals

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
                   when ls-token(ls-token-idx)(1:7) = 'REPORT='
                       move ls-token(ls-token-idx)(8:249)
                               to ls-report-file
                   when ls-token(ls-token-idx)(1:5) = 'PART='
                       evaluate ls-token(ls-token-idx)(6:251)
                           when 'ALL'
                           when 'CHANGED'
                               move ls-token(ls-token-idx)(6:8)
                                       to ls-part-select
                           when other
                               move ls-token(ls-token-idx)(6:20)
                                       to ls-generic-text
                               perform 4050-parse-numeric-field
                               if generic-value-valid and
                                       ls-generic-value >= 1 and
                                       ls-generic-value <= 20
                                   move 'BAND' to ls-part-select
                                   move ls-generic-value
                                           to ls-part-want-band
                               else
                                   move 'PRM0410E' to ls-msg-id
                                   move spaces to ls-msg-text
                                   string  'PART= must be ALL, CHANGED'
                                                   delimited by size
                                           ' or a band from 1 to 20.'
                                                   delimited by size
                                           into ls-msg-text
                                   perform 8000-issue-message
                                   set fatal-error to true
                               end-if
                       end-evaluate
                   when other
                       move 'PRM0157E' to ls-msg-id
                       move spaces to ls-msg-text
                       string  'Usage is primeaud [MASTER=]'
                                       delimited by size
                               ' [LEDGER=] [SAMPLE=n] [REPORT=]'
                                       delimited by size
                               ' [PART=nn|ALL|CHANGED].'
                                       delimited by size
                               into ls-msg-text
                       perform 8000-issue-message
               move c-stdout to ls-report-file
           end-if

           perform 7020-share-master
           if fatal-error
               exit paragraph
           end-if

      *    The partitions are opened one at a time as the audit
      *    reaches them; a single-file master is its one partition.
           perform 1700-load-partitions
           if fatal-error
               exit paragraph
           end-if

           perform 1720-select-partitions
           if fatal-error
               exit paragraph
           end-if

               exit paragraph
           end-if
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
               move 'PRM0722S' to ls-msg-id
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
       1720-select-partitions.
      *    PART=ALL (the default) picks every partition, PART=CHANGED
      *    those changed since their last passed audit, PART=nn the
      *    one band. A single-file master has no bands to choose
      *    between and is always taken whole.
           move zero to ls-pick-count
           if not master-partitioned
               if ls-part-select = 'BAND'
                   move 'PRM0410E' to ls-msg-id
                   move spaces to ls-msg-text
                   string  'PART=nn needs a partitioned master; '
                                           delimited by size
                           ls-master-file  delimited by space
                           ' has no directory.'
                                           delimited by size
                           into ls-msg-text
                   perform 8000-issue-message
                   set fatal-error to true
                   exit paragraph
               end-if
               move 'Y' to ls-part-pick(1)
               move 1 to ls-pick-count
               exit paragraph
           end-if

           perform varying ls-part-idx from 1 by 1
                   until ls-part-idx > ls-part-count
               move 'N' to ls-part-pick(ls-part-idx)
               evaluate ls-part-select
                   when 'ALL'
                       move 'Y' to ls-part-pick(ls-part-idx)
                   when 'CHANGED'
                       if ls-part-changed(ls-part-idx) >
                               ls-part-audited(ls-part-idx)
                           move 'Y' to ls-part-pick(ls-part-idx)
                       end-if
                   when other
                       if ls-part-band(ls-part-idx) = ls-part-want-band
                           move 'Y' to ls-part-pick(ls-part-idx)
                       end-if
               end-evaluate
               if ls-part-pick(ls-part-idx) = 'Y'
                   add 1 to ls-pick-count
               end-if
           end-perform

           if ls-part-select = 'BAND' and ls-pick-count = zero
               move 'PRM0410E' to ls-msg-id
               move spaces to ls-msg-text
               string  'No partition for band '
                                       delimited by size
                       ls-part-want-band
                                       delimited by size
                       ' in '         delimited by size
                       ls-part-dir-file
                                       delimited by space
                       '.'            delimited by size
                       into ls-msg-text
               perform 8000-issue-message
               set fatal-error to true
           end-if
           .
       1500-load-ledger-spans.
      *    A missing ledger only skips the coverage cross-check; the
      *    structural audit of the master proceeds regardless.
           end-perform
           .
       2000-audit-master.
      *    The picked partitions are audited in band order, so the
      *    value and sequence ascent checks run on across partition
      *    boundaries (and across bands left out) exactly as they do
      *    through a single file.
           perform varying ls-pick-idx from 1 by 1
                   until ls-pick-idx > ls-part-count or fatal-error
               if ls-part-pick(ls-pick-idx) = 'Y'
                   move ls-pick-idx to ls-part-idx
                   perform 2050-audit-partition
               end-if
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
               move 'PRM0253S' to ls-msg-id
               move ls-master-status to ls-msg-status
               move 'Cannot open prime master file.' to ls-msg-text
               perform 8010-issue-open-error
               set fatal-error to true
               exit paragraph
           end-if

           move ls-part-idx to ls-part-open-idx
           .
       2050-audit-partition.
           perform 2020-switch-partition
           if fatal-error
               exit paragraph
           end-if

           move ls-part-low(ls-part-idx) to mst-value
           start master-file key not < mst-value
               invalid key
                   continue
               not invalid key
                   perform until exit
                       read master-file next
                           at end
                               exit perform
                       end-read

                       add 1 to ls-record-count
                       add 1 to ls-part-records(ls-part-idx)
                       perform 2100-audit-one-record
                   end-perform
           end-start

           if not master-partitioned
               exit paragraph
           end-if

           move ls-part-records(ls-part-idx) to ls-count-disp
           move spaces to report-line
           string  'Partition band '          delimited by size
                   ls-part-band(ls-part-idx)   delimited by size
                   ' ('                       delimited by size
                   ls-part-name(ls-part-idx)   delimited by space
                   '):'                       delimited by size
                   ls-count-disp               delimited by size
                   ' record(s) audited.'      delimited by size
                   into report-line
           write report-line
           .
       2100-audit-one-record.
           if ls-first-value = zero
                   add 1 to ls-exception-count
               end-if

               if mst-seq not = zero and
                       mst-seq <= ls-prev-seq
                   move ls-prev-seq to ls-seq-disp
                   move mst-seq to ls-value-disp
                   move spaces to report-line
               end-if
           end-if

      *    A partition holds its own band and nothing else; a value
      *    outside it is invisible to every keyed read that trusts
      *    the directory.
           if mst-value < ls-part-low(ls-part-idx) or
                   mst-value > ls-part-high(ls-part-idx)
               move mst-value to ls-value-disp
               move spaces to report-line
               string  'Value'                    delimited by size
                       ls-value-disp               delimited by size
                       ' lies outside partition band '
                                                  delimited by size
                       ls-part-band(ls-part-idx)   delimited by size
                       '.'                        delimited by size
                       into report-line
               write report-line
               add 1 to ls-exception-count
           end-if

      *    Only true indexes carry the ascent forward; an unknown
      *    index neither breaks nor resets it.
           move mst-value to ls-prev-value
           if mst-seq = zero
               add 1 to ls-unknown-index-count
           else
               move mst-seq to ls-prev-seq
           end-if
           set have-prev-record to true

           perform 2200-check-stored-square
      *    A covered span with no master records means the ledger
      *    vouches for generation the master never received -- a
      *    merge that was skipped or lost, warned rather than failed
      *    because a site may legitimately not merge every run. A
      *    span reaching into a partition this audit left out cannot
      *    be judged, and is counted instead.
           if ledger-loaded
               perform varying ls-span-idx from 1 by 1
                       until ls-span-idx > ls-span-count
                   if ls-span-hits(ls-span-idx) = zero
                       perform 2910-weigh-span-scope
                   end-if
                   if ls-span-hits(ls-span-idx) = zero and
                           not span-in-scope
                       add 1 to ls-span-skip-count
                   end-if
                   if ls-span-hits(ls-span-idx) = zero and
                           span-in-scope
                       add 1 to ls-coverage-miss-count
                       move ls-span-low(ls-span-idx) to ls-low-disp
                       move ls-span-high(ls-span-idx) to ls-high-disp
               end-perform
           end-if

           if ls-span-skip-count not = zero
               move ls-span-skip-count to ls-count-disp
               move spaces to report-line
               string  ls-count-disp          delimited by size
                       ' covered span(s) reach partitions not in'
                                              delimited by size
                       ' this audit; not judged.'
                                              delimited by size
                       into report-line
               write report-line
           end-if

      *    An audit of CHANGED partitions with nothing changed has
      *    nothing to find, and that is not an exception.
           if ls-pick-count = zero
               move spaces to report-line
               string  'No partition has changed since its last'
                               delimited by size
                       ' passed audit; nothing to audit.'
                               delimited by size
                       into report-line
               write report-line
           end-if

           if ls-record-count = zero and ls-pick-count not = zero
               move spaces to report-line
               string  'Master holds no records -- nothing was'
                               delimited by size
                   into report-line
           write report-line

           if ls-unknown-index-count not = zero
               move ls-unknown-index-count to ls-count-disp
               move spaces to report-line
               string  ls-count-disp          delimited by size
                       ' record(s) of unknown index (not anchored'
                                              delimited by size
                       ' to 2).'              delimited by size
                       into report-line
               write report-line
           end-if

           if ls-proof-skipped not = zero
               move ls-proof-skipped to ls-count-disp
               move spaces to report-line

           close standard-error master-file report-file

      *    Stamped while the shared claim still keeps merges out, so
      *    no change can slip in between the audit and its stamp.
           if master-partitioned and ls-exception-count = zero
                   and ls-pick-count not = zero
               perform 2950-record-audit-stamps
           end-if

           perform 7920-release-share

      *    The verdict goes through primemsg so the scheduler's
      *    condition-code tests see the documented ladder: E blocks
      *    the night's merges, W flags coverage drift.
               end-if
           end-if
           .
       2910-weigh-span-scope.
           set span-in-scope to true
           perform varying ls-part-idx from 1 by 1
                   until ls-part-idx > ls-part-count
               if ls-part-low(ls-part-idx) <=
                       ls-span-high(ls-span-idx) and
                       ls-part-high(ls-part-idx) >=
                       ls-span-low(ls-span-idx) and
                       ls-part-pick(ls-part-idx) not = 'Y'
                   set span-in-scope to false
                   exit perform
               end-if
           end-perform
           .
       2950-record-audit-stamps.
      *    The directory is read again under its claim, so stamps
      *    another run recorded since this audit loaded it are kept;
      *    only the bands audited here take the new stamp.
           move spaces to ls-band-pick-area
           perform varying ls-part-idx from 1 by 1
                   until ls-part-idx > ls-part-count
               if ls-part-pick(ls-part-idx) = 'Y'
                   move 'Y' to ls-band-pick(ls-part-band(ls-part-idx))
               end-if
           end-perform

           perform 7040-claim-directory
           if not dir-claim-held
               move 'PRM0521W' to ls-msg-id
               move spaces to ls-msg-text
               string  'Audit stamps not recorded: '
                                          delimited by size
                       ls-part-dir-file    delimited by space
                       ' is claimed by another run.'
                                          delimited by size
                       into ls-msg-text
               perform 8000-issue-message
               exit paragraph
           end-if

           perform 1700-load-partitions

           if not fatal-error
               perform varying ls-part-idx from 1 by 1
                       until ls-part-idx > ls-part-count
                   if ls-part-band(ls-part-idx) >= 1 and
                           ls-part-band(ls-part-idx) <= 20
                       if ls-band-pick(ls-part-band(ls-part-idx))
                               = 'Y'
                           move ls-run-stamp
                                   to ls-part-audited(ls-part-idx)
                       end-if
                   end-if
               end-perform
               perform 3200-write-partition-directory
           end-if

           perform 7940-release-directory
           .
       3000-verify-seals.
      *    Run after the shared claim is let go, since primetamp
      *    takes its own on the master. It issues its findings
      *    itself; the audit carries its condition code into its own.
           move spaces to ls-command
           move 1 to ls-command-ptr
           string  'primetamp MASTER='  delimited by size
                   ls-master-file        delimited by space
                   into ls-command
                   with pointer ls-command-ptr

           call 'SYSTEM' using ls-command

      *    SYSTEM hands back the raw wait status; the step's actual
      *    condition code rides in the high-order byte.
           compute ls-step-rc = return-code / 256
           move zero to return-code

           move ls-step-rc to ls-rc-disp
           evaluate true
               when ls-step-rc >= 8
                   move 'PRM0451E' to ls-msg-id
                   move spaces to ls-msg-text
                   string  'Seal verification step ended with'
                                           delimited by size
                           ' condition code '
                                           delimited by size
                           ls-rc-disp      delimited by size
                           '.'             delimited by size
                           into ls-msg-text
                   perform 8000-issue-message
               when ls-step-rc >= 4
                   move 'PRM0561W' to ls-msg-id
                   move spaces to ls-msg-text
                   string  'Seal verification step ended with'
                                           delimited by size
                           ' condition code '
                                           delimited by size
                           ls-rc-disp      delimited by size
                           '.'             delimited by size
                           into ls-msg-text
                   perform 8000-issue-message
           end-evaluate
           .
       3200-write-partition-directory.
      *    The directory is rewritten whole, in band order, from the
      *    table this run holds.
           open output part-dir-file
           if not part-dir-status-ok
               move 'PRM0521W' to ls-msg-id
               move ls-part-dir-status to ls-msg-status
               move 'Audit stamps not recorded in the directory.'
                       to ls-msg-text
               perform 8010-issue-open-error
               exit paragraph
           end-if

           perform varying ls-part-idx from 1 by 1
                   until ls-part-idx > ls-part-count
               move spaces to part-dir-line
               string  ls-part-band(ls-part-idx)     delimited by size
                       '|'                          delimited by size
                       ls-part-low(ls-part-idx)      delimited by size
                       '|'                          delimited by size
                       ls-part-high(ls-part-idx)     delimited by size
                       '|'                          delimited by size
                       ls-part-name(ls-part-idx)     delimited by space
                       '|'                          delimited by size
                       ls-part-changed(ls-part-idx)  delimited by size
                       '|'                          delimited by size
                       ls-part-audited(ls-part-idx)  delimited by size
                       '|'                          delimited by size
                       ls-part-saved(ls-part-idx)    delimited by size
                       into part-dir-line
               write part-dir-line
           end-perform

           close part-dir-file
           .
       4050-parse-numeric-field.
           move zero to ls-generic-temp
           move zero to ls-generic-value
                   giving ls-cert-quot
                   remainder ls-cert-mm-r
           .
       7020-share-master.
      *    The master is only read here, so the claim taken on it is
      *    the shared kind primeshr keeps: other readers may hold it
      *    at the same time, but a run holding the exclusive
      *    '<master>.lck' keeps this one out, and this one keeps a
      *    merge or restore out until it lets go.
           move spaces to ls-shr-stamp
           string  'primeaud '          delimited by size
                   ls-run-date          delimited by size
                   ' '                  delimited by size
                   ls-run-time          delimited by size
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
       7040-claim-directory.
      *    The partition directory is rewritten here without the
      *    master's exclusive claim, so it is claimed on its own name
      *    for just as long as the rewrite takes. primebkp holds the
      *    same claim for the life of a backup; a claim already held
      *    simply leaves this run's stamps unrecorded.
           set dir-claim-held to false
           move spaces to ls-lock-file-name
           string  ls-part-dir-file  delimited by space
                   '.lck'            delimited by size
                   into ls-lock-file-name

           open input lock-file
           if lock-status-ok
               close lock-file
               exit paragraph
           end-if

           open output lock-file
           if not lock-status-ok
               exit paragraph
           end-if

           move spaces to lock-record
           string  'primeaud '  delimited by size
                   ls-run-date    delimited by size
                   ' '           delimited by size
                   ls-run-time    delimited by size
                   into lock-record
           write lock-record
           close lock-file

           set dir-claim-held to true
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
       7940-release-directory.
           if not dir-claim-held
               exit paragraph
           end-if

           move return-code to ls-lock-save-rc
           move spaces to ls-lock-file-name
           string  ls-part-dir-file  delimited by space
                   '.lck'            delimited by size
                   into ls-lock-file-name
           call 'CBL_DELETE_FILE' using ls-lock-file-name
           move ls-lock-save-rc to return-code

           set dir-claim-held to false
           .
       8000-issue-message.
      *    Single funnel to the shop-wide primemsg routine:
      *    ls-msg-id and ls-msg-text set by the caller; the running
