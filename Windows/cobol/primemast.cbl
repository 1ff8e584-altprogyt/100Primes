      * replaced -- so downstream jobs can read one master instead of *
      * hunting for the newest ad-hoc run directory.                   *
      *                                                                *
      * A run's sequence numbers are only trusted when the run is      *
      * anchored to 2 -- its first record is the prime 2 at sequence   *
      * 1, as a count run from the front numbers it. A RANGE run       *
      * numbers from its own count, so its records are added with     *
      * sequence zero (index unknown, for primeseq to resolve), a      *
      * value already on the master counts as a duplicate, and no      *
      * sequence conflict is raised on its say-so. An anchored run     *
      * resolves a master record of unknown index without needing     *
      * the REPLACE permission.                                        *
      *                                                                *
      * Each merge that changes the master also emits a delta cycle:   *
      * every record it added or replaced, in the same pkd-seq/        *
      * pkd-value packed layout primestat reads, written to a cycle-   *
      * to hand each subscriber exactly the cycles it has not picked   *
      * up yet, so the downstream groups stop reloading the full       *
      * packed export to find out what is new.                         *
      *                                                                *
      * Every change to the master is also journalled, before the      *
      * merge moves on, to the before-image journal '<master>.jnl' --  *
      * cycle|date|time|program|action|value|before-seq|before-square| *
      * after-seq|after-square|before-origin -- action A for an added  *
      * record (its before-image all zeroes) and R for a rewritten     *
      * one, stamped with the merge's delta cycle number;              *
      * before-origin is the rewritten record's mst-origin, blank for  *
      * an add. primeroll reads it back to back the master out to its  *
      * state before a named cycle without a full primerst restore. A  *
      * merge that cannot open the journal leaves the master           *
      * untouched.                                                     *
      *                                                                *
      * Programs that only read the master hold shared claims on it    *
      * (primeshr). Once the exclusive claim is taken the merge waits  *
      * up to WAIT=n seconds (default none) for those readers to let   *
      * go, and refuses to start over any still holding on.            *
      *                                                                *
      * The master may be partitioned by value band (primepart): one   *
      * indexed file per power-of-ten band, '<master>.pnn', listed in  *
      * the directory '<master>.dir'. A merge then opens only the      *
      * partitions its run's values fall in, creates a band's          *
      * partition the first time a value lands there, stamps every     *
      * partition it changes, and rewrites the directory before        *
      * letting go of the master. A master with neither a directory    *
      * nor a file is created partitioned; a single-file master with   *
      * no directory is merged as one file, exactly as before. Claims, *
      * the journal and the delta cycle stay on the master's own name. *
      *                                                                *
      * Every record the merge adds or replaces carries its origin     *
      * (mst-origin): the merge file's newest catalog registration     *
      * gives the originating program and run stamp, a file registered *
      * by primeinb marks the records as a partner load and any other  *
      * as a generator run, and the merge's delta cycle is stamped as  *
      * the cycle that added (or last replaced) the record. A merge    *
      * file the catalog does not know still merges, with a warning,   *
      * its records' origin left unknown. primelin reports the         *
      * lineage.                                                       *
      ******************************************************************
       identification division.
       program-id. primemast.
                   access mode is sequential
                   file status is ls-merge-in-status
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
           select  report-file assign ls-report-file
                   organization is line sequential
                   access mode is sequential
                   access mode is sequential
                   file status is ls-registry-status
                   .
           select  journal-file assign ls-journal-file
                   organization is line sequential
                   access mode is sequential
                   file status is ls-journal-status
                   .
           select  catalog-file assign ls-catalog-file
                   organization is line sequential
                   access mode is sequential
      *    that layout was always waiting for.
       fd  merge-in-file.
       01  merge-in-record.
           05  rel-seq                     binary-long unsigned.
           05  rel-value                   binary-double unsigned.
           05  rel-square                  binary-double unsigned.

      *    Display-digit fields rather than binary so the indexed key
      *    collates in value order and the master can be browsed with
      *    ordinary text tools when an operator has to eyeball it.
      *    mst-origin says where the record came from: the source
      *    (G generator run, P partner load, R rollback restore, U
      *    not recorded), the originating run's catalog stamp and
      *    program, the delta cycle that added the record and the
      *    one that last replaced it (zero if never).
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

       fd  report-file.
       01  report-line                     pic x(160).
       fd  registry-file.
       01  registry-line                   pic x(512).

      *    Before- and after-image per changed key, appended to the
      *    master's journal for primeroll.
       fd  journal-file.
       01  journal-line                    pic x(200).

       fd  catalog-file.
       01  catalog-line                    pic x(512).

           05  ls-token-area.
               10  ls-token                occurs 5 times
                                           pic x(256).
               10  ls-token-count          binary-long unsigned.
           05  ls-token-idx                binary-long unsigned.
           05  ls-merge-in-file            pic x(256) value spaces.
           05  ls-master-file              pic x(256) value spaces.
           05  ls-report-file              pic x(256) value spaces.
           05  ls-delta-file               pic x(256) value spaces.
           05  ls-journal-file             pic x(256) value spaces.
           05  ls-registry-file            pic x(256) value spaces.
           05  switches.
               10  filler                  pic x(01) value 'N'.
                   88  fatal-error         value 'Y' false 'N'.
                   88  selector-used       value 'Y' false 'N'.
               10  filler                  pic x(01) value 'N'.
                   88  selector-find       value 'Y' false 'N'.
               10  filler                  pic x(01) value 'N'.
                   88  first-record-seen   value 'Y' false 'N'.
               10  filler                  pic x(01) value 'N'.
                   88  run-anchored        value 'Y' false 'N'.
               10  filler                  pic x(01) value 'N'.
                   88  master-partitioned  value 'Y' false 'N'.
               10  filler                  pic x(01) value 'N'.
                   88  part-dir-changed    value 'Y' false 'N'.
               10  filler                  pic x(01) value 'N'.
                   88  partition-added     value 'Y' false 'N'.
           05  ls-operator                 pic x(16) value spaces.
           05  ls-auth-action              pic x(08).
           05  ls-auth-allowed             pic x(01) value 'N'.
           05  ls-denied-count             binary-long unsigned
                                           value zero.
           05  ls-generic-parse-area.
               10  ls-generic-text         pic x(20).
               10  ls-generic-temp         pic 9(20) value zero.
               10  filler redefines ls-generic-temp.
                   15  ls-generic-tc       pic 9(01) occurs 20 times.
               10  ls-generic-idx          binary-long unsigned.
               10  ls-generic-value        binary-double unsigned.
               10  filler                  pic x(01) value 'N'.
                   88  generic-value-valid value 'Y' false 'N'.
      *    The partition directory, held in band order; a master
      *    with no directory loads as one entry naming the single
      *    file and spanning every value.
           05  ls-part-area.
               10  ls-part-dir-file        pic x(256).
               10  ls-part-file            pic x(256).
               10  ls-part-count           binary-long unsigned
                                           value zero.
               10  ls-part-idx             binary-long unsigned.
               10  ls-part-jdx             binary-long unsigned.
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
               10  ls-band-value           pic 9(20).
               10  ls-band-zeros           binary-long unsigned.
               10  ls-band                 pic 9(02).
               10  ls-run-stamp            pic x(16).
           05  ls-catalog-file             pic x(256) value spaces.
           05  ls-selector-token           pic x(256).
           05  ls-sel-low-text             pic x(20).
           05  ls-sel-high-text            pic x(20).
               10  ls-lock-owner           pic x(80).
               10  ls-lock-claimed         pic x(01) value 'N'.
                   88  claim-held          value 'Y' false 'N'.
               10  ls-lock-save-rc         binary-long.
           05  ls-read-count               binary-long unsigned
                                           value zero.
           05  ls-added-count              binary-long unsigned
                                           value zero.
           05  ls-skipped-count            binary-long unsigned
                                           value zero.
           05  ls-failed-count             binary-long unsigned
                                           value zero.
           05  ls-replaced-count           binary-long unsigned
                                           value zero.
           05  ls-resolved-count           binary-long unsigned
                                           value zero.
           05  ls-unknown-added-count      binary-long unsigned
                                           value zero.
           05  ls-delta-count              binary-long unsigned
                                           value zero.
           05  ls-journal-count            binary-long unsigned
                                           value zero.
           05  ls-jnl-action               pic x(01).
           05  ls-before-seq               pic 9(20).
           05  ls-before-square            pic 9(20).
           05  ls-before-origin            pic x(39).
      *    Origin stamped on every record this merge adds or replaces,
      *    taken from the merge file's catalog registration.
           05  ls-merge-origin.
               10  ls-mo-source            pic x(01).
               10  ls-mo-run-date          pic x(08).
               10  ls-mo-run-time          pic x(08).
               10  ls-mo-run-pgm           pic x(10).
           05  ls-cycle-number             binary-long unsigned
                                           value zero.
           05  ls-cycle-disp               pic 9(06).
           05  ls-reg-count                pic 9(09).
                       88  is-reg-digit    values '0' thru '9'.
               10  filler redefines ls-reg-cycle-text.
                   15  ls-reg-cycle-9      pic 9(01) occurs 6 times.
               10  ls-reg-cycle-idx        binary-long unsigned.
               10  ls-reg-cycle-value     binary-long unsigned.
               10  filler                  pic x(01) value 'N'.
                   88  reg-cycle-valid     value 'Y' false 'N'.
           05  ls-value-disp               pic z(19)9(01).
           05  ls-seq-old-disp             pic z(19)9(01).
           05  ls-seq-new-disp             pic z(19)9(01).
           05  ls-count-disp               pic z(19)9(01).
           05  ls-wait-area.
               10  ls-wait-seconds         binary-long unsigned
                                           value zero.
               10  ls-waited-seconds       binary-long unsigned.
               10  ls-sleep-seconds        binary-long unsigned
                                           value 1.
               10  ls-shr-function         pic x(08).
               10  ls-shr-name             pic x(256).
               10  ls-shr-owner            pic x(80).
               10  ls-shr-result           pic x(01).
               10  ls-shr-holders          binary-long unsigned.
      *    The seal this run leaves on each shared file it changes
      *    (primeseal), so primetamp can prove nothing else did.
           05  ls-seal-area.
               10  ls-seal-function        pic x(08).
               10  ls-seal-logical         pic x(12).
               10  ls-seal-path            pic x(256).
               10  ls-seal-program         pic x(10) value 'primemast'.
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
                   88  registry-absent     value '35'.
               10  ls-catalog-status       pic 9(01)x(01).
                   88  catalog-status-ok   value '00'.
               10  ls-journal-status       pic 9(01)x(01).
                   88  journal-status-ok   value '00'.
                   88  journal-absent      value '35'.
               10  ls-part-dir-status      pic 9(01)x(01).
                   88  part-dir-status-ok  value '00'.
                   88  part-dir-absent     value '35'.
               10  ls-lock-status          pic 9(01)x(01).
                   88  lock-status-ok      value '00'.
                   88  lock-absent         value '35'.
           05  ls-msg-status               pic x(02).
           05  ls-msg-text                 pic x(120).
           05  ls-msg-build                pic x(120).
           05  ls-msg-severity             binary-long unsigned
                                           value zero.

       procedure division.

           accept ls-run-date from date yyyymmdd
           accept ls-run-time from time
           move ls-run-date to ls-run-stamp(1:8)
           move ls-run-time to ls-run-stamp(9:8)

           perform 1000-get-command-line

      *    A failure can come after any of the run's files was opened,
      *    so all of them are closed here the way 3000-termination
      *    closes them; one never opened is simply left as it was.
      *    standard-error is closed explicitly so libcob's
      *    implicit-close-on-GOBACK warning does not land on the same
      *    stream as the message just written to it.
           if fatal-error
               close standard-error merge-in-file master-file
                     report-file journal-file
               perform 7900-release-claim
               perform 8090-set-return-code
               goback
           goback
           .
       1000-get-command-line.
           perform 7050-resolve-files
           if fatal-error
               exit paragraph
           end-if

           accept ls-arguments from command-line

           move spaces to ls-token-area
               move spaces to ls-msg-text
               string  'Usage is primemast run-relative-file'
                               delimited by size
                       ' [master-file] [report-file] [OPERATOR=]'
                               delimited by size
                       ' [WAIT=n].'
                               delimited by size
                       into ls-msg-text
               perform 8000-issue-message
                   when ls-token(ls-token-idx)(1:9) = 'OPERATOR='
                       move ls-token(ls-token-idx)(10:16)
                               to ls-operator
                   when ls-token(ls-token-idx)(1:5) = 'WAIT='
                       move ls-token(ls-token-idx)(6:20)
                               to ls-generic-text
                       perform 4050-parse-numeric-field
                       if generic-value-valid and
                               ls-generic-value <= 86400
                           move ls-generic-value to ls-wait-seconds
                       else
                           perform 1950-issue-wait-error
                       end-if
                   when ls-master-file = spaces
                       move ls-token(ls-token-idx)
                               to ls-master-file
               end-evaluate
           end-perform

           if fatal-error
               exit paragraph
           end-if

      *    No master named: the environment's master.
           if ls-master-file = spaces
               move 'MASTER' to ls-env-logical
               perform 7055-resolve-one-file
               if fatal-error
                   exit paragraph
               end-if
               move ls-env-path to ls-master-file
           end-if

           if ls-report-file = spaces
           move ls-master-file to ls-lock-name
           perform 7010-claim-one-file

           if not fatal-error
               perform 7030-await-readers
           end-if

           if fatal-error
               exit paragraph
           end-if

      *    Whether the master still matches the seal the last change
      *    left on it is settled before this run changes it.
           move 'CHECK' to ls-seal-function
           move 'MASTER' to ls-seal-logical
           move ls-master-file to ls-seal-path
           perform 9400-seal-file

      *    A partitioned master is opened a band at a time as the
      *    merge reaches each band (2010); a single-file master is
      *    opened here, I-O, as it always was. With neither a
      *    directory nor a file (status 35) this is the first-ever
      *    merge, and the master starts out partitioned.
           perform 1700-load-partitions
           if fatal-error
               exit paragraph
           end-if

           if not master-partitioned
               move ls-master-file to ls-part-file
               open i-o master-file
               if master-not-found
                   set master-partitioned to true
                   set master-created to true
                   set part-dir-changed to true
                   move zero to ls-part-count
               else
                   if not master-status-ok
                       move 'PRM0232S' to ls-msg-id
                       move ls-master-status to ls-msg-status
                       move 'Cannot open prime master file.'
                               to ls-msg-text
                       perform 8010-issue-open-error
                       set fatal-error to true
                       exit paragraph
                   end-if
                   move 1 to ls-part-open-idx
               end-if
           end-if

           open output report-file
               move spaces to report-line
               string  'Master file ' delimited by size
                       ls-master-file delimited by space
                       ' did not exist and was created, partitioned'
                               delimited by size
                       ' by value band (directory '
                               delimited by size
                       ls-part-dir-file delimited by space
                       ').'    delimited by size
                       into report-line
               write report-line
           end-if
           end-if

           perform 1100-assign-delta-cycle
           perform 1400-identify-merge-origin

      *    No change reaches the master unjournalled: a merge that
      *    cannot append its before-images stops here, untouched.
           open extend journal-file
           if journal-absent
               open output journal-file
           end-if
           if not journal-status-ok
               move 'PRM0296S' to ls-msg-id
               move ls-journal-status to ls-msg-status
               move 'Cannot open before-image journal.' to ls-msg-text
               perform 8010-issue-open-error
               set fatal-error to true
               exit paragraph
           end-if
           .
       1100-assign-delta-cycle.
      *    The next cycle number is one past the highest the registry
               close registry-file
           end-if

           perform 1120-scan-journal-cycles

           add 1 to ls-cycle-number
           move ls-cycle-number to ls-cycle-disp

               end-if
           end-perform
           .
       1120-scan-journal-cycles.
      *    A merge that abended after journalling but before its
      *    registration left its cycle number only in the journal;
      *    the next cycle must not reuse it, or a rollback would
      *    reverse both merges as one.
           move spaces to ls-journal-file
           string  ls-master-file  delimited by space
                   '.jnl'          delimited by size
                   into ls-journal-file

           open input journal-file
           if not journal-status-ok
               exit paragraph
           end-if

           perform until exit
               read journal-file
                   at end
                       exit perform
               end-read

               move spaces to ls-reg-fields
               unstring journal-line delimited by '|'
                   into ls-rf-cycle ls-rf-rest

               perform 1110-parse-registry-cycle
               if reg-cycle-valid and
                       ls-reg-cycle-value > ls-cycle-number
                   move ls-reg-cycle-value to ls-cycle-number
               end-if
           end-perform

           close journal-file
           .
       1300-resolve-catalog-selector.
      *    Resolve a LAST or FIND=low,high selector to the newest
      *    catalog registration of the wanted type(s); FIND
           perform 8000-issue-message
           set fatal-error to true
           .
       1400-identify-merge-origin.
      *    The merge file's newest catalog registration names the run
      *    that produced it: a file primeinb accepted is a partner
      *    load, any other a generator run. A file the catalog does
      *    not know still merges, its records' origin left unknown.
           move 'U' to ls-mo-source
           move all '0' to ls-mo-run-date ls-mo-run-time
           move spaces to ls-mo-run-pgm

           open input catalog-file
           if catalog-status-ok
               perform until exit
                   read catalog-file
                       at end
                           exit perform
                   end-read

                   move spaces to ls-catq-fields
                   unstring catalog-line delimited by '|'
                       into ls-cq-date ls-cq-time ls-cq-pgm ls-cq-name
                            ls-cq-type

                   if ls-cq-name = ls-merge-in-file and
                           ls-cq-type = 'relative' and
                           (ls-cq-date > ls-mo-run-date or
                            (ls-cq-date = ls-mo-run-date and
                             ls-cq-time > ls-mo-run-time))
                       move ls-cq-date to ls-mo-run-date
                       move ls-cq-time to ls-mo-run-time
                       move ls-cq-pgm to ls-mo-run-pgm
                       if ls-cq-pgm = 'primeinb'
                           move 'P' to ls-mo-source
                       else
                           move 'G' to ls-mo-source
                       end-if
                   end-if
               end-perform
               close catalog-file
           end-if

           if ls-mo-source = 'U'
               move 'PRM0523W' to ls-msg-id
               move spaces to ls-msg-text
               string  'Merge file is not catalogued; the records'
                               delimited by size
                       ' it adds carry origin unknown.'
                               delimited by size
                       into ls-msg-text
               perform 8000-issue-message
               exit paragraph
           end-if

           move spaces to report-line
           string  'Merge file '          delimited by size
                   ls-merge-in-file        delimited by space
                   ' originates from '    delimited by size
                   ls-mo-run-pgm           delimited by space
                   ' run '                delimited by size
                   ls-mo-run-date          delimited by size
                   ' '                    delimited by size
                   ls-mo-run-time          delimited by size
                   '.'                    delimited by size
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
               move 'PRM0718S' to ls-msg-id
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
       1750-compute-band.
      *    A value's band is its digit count; zero and one share
      *    band 1 with the other single digits.
           move zero to ls-band-zeros
           inspect ls-band-value tallying ls-band-zeros
                   for leading '0'
           compute ls-band = 20 - ls-band-zeros
           if ls-band = zero
               move 1 to ls-band
           end-if
           .
       1760-find-partition.
      *    Leaves ls-part-idx on ls-band's entry, opening a slot for
      *    it in band order (and naming its file) the first time the
      *    band is seen.
           set partition-added to false
           perform varying ls-part-idx from 1 by 1
                   until ls-part-idx > ls-part-count
               if ls-part-band(ls-part-idx) = ls-band
                   exit paragraph
               end-if
               if ls-part-band(ls-part-idx) > ls-band
                   exit perform
               end-if
           end-perform

           perform varying ls-part-jdx from ls-part-count by -1
                   until ls-part-jdx < ls-part-idx
               move ls-part-entry(ls-part-jdx)
                       to ls-part-entry(ls-part-jdx + 1)
           end-perform
           if ls-part-open-idx >= ls-part-idx
               add 1 to ls-part-open-idx
           end-if
           add 1 to ls-part-count
           set partition-added to true

           move ls-band to ls-part-band(ls-part-idx)
           if ls-band = 1
               move zero to ls-part-low(ls-part-idx)
           else
               compute ls-part-low(ls-part-idx) = 10 ** (ls-band - 1)
           end-if
           compute ls-part-high(ls-part-idx) = (10 ** ls-band) - 1
           move spaces to ls-part-name(ls-part-idx)
           string  ls-master-file  delimited by space
                   '.p'            delimited by size
                   ls-band         delimited by size
                   into ls-part-name(ls-part-idx)
           move all '0' to ls-part-changed(ls-part-idx)
                           ls-part-audited(ls-part-idx)
                           ls-part-saved(ls-part-idx)
           move zero to ls-part-records(ls-part-idx)
           .
       1950-issue-wait-error.
           move 'PRM0192E' to ls-msg-id
           move 'WAIT= must give whole seconds, at most 86400.'
                   to ls-msg-text
           perform 8000-issue-message
           set fatal-error to true
           .
       2000-merge-run.
           perform until exit
               read merge-in-file
               end-read

               add 1 to ls-read-count
               if not first-record-seen
                   perform 2050-weigh-run-anchor
               end-if
               perform 2100-merge-one-record
               if fatal-error
                   exit perform
               end-if
           end-perform
           .
       2010-route-to-partition.
      *    Only the partitions a run's values fall in are ever opened,
      *    and a run file is in value order, so each is opened once.
      *    A band seen for the first time gets its partition created
      *    here, the way the first-ever merge used to create the
      *    whole master. A partition that cannot be opened stops the
      *    merge: every record beyond it would fail the same way.
           move rel-value to ls-band-value
           perform 1750-compute-band
           if ls-part-open-idx not = zero
               if ls-part-band(ls-part-open-idx) = ls-band
                   exit paragraph
               end-if
               close master-file
               move zero to ls-part-open-idx
           end-if

           perform 1760-find-partition
           move ls-part-name(ls-part-idx) to ls-part-file
           open i-o master-file
           if master-not-found
               open output master-file
               if master-status-ok
                   close master-file
                   open i-o master-file
               end-if
               if master-status-ok
                   set part-dir-changed to true
                   move spaces to report-line
                   string  'Partition '      delimited by size
                           ls-part-file       delimited by space
                           ' created for band '
                                             delimited by size
                           ls-band            delimited by size
                           '.'               delimited by size
                           into report-line
                   write report-line
               end-if
           end-if

           if not master-status-ok
               move 'PRM0232S' to ls-msg-id
               move ls-master-status to ls-msg-status
               move 'Cannot open prime master partition.'
                       to ls-msg-text
               perform 8010-issue-open-error
      *        Only a slot this run added is dropped from the
      *        directory; a partition it was loaded with stays listed
      *        whatever became of this open.
               if partition-added
                   move spaces to ls-part-name(ls-part-idx)
               end-if
               set fatal-error to true
               exit paragraph
           end-if

           move ls-part-idx to ls-part-open-idx
           .
       2050-weigh-run-anchor.
      *    The run's first record decides whether its numbering is the
      *    true prime index: only a run that starts at 2 with sequence
      *    1 counted its way up from the front.
           set first-record-seen to true
           if rel-value = 2 and rel-seq = 1
               set run-anchored to true
               exit paragraph
           end-if

           move spaces to report-line
           string  'Run is not anchored to 2; its sequence numbers'
                                           delimited by size
                   ' are not trusted and new records are added with'
                                           delimited by size
                   ' index unknown.'      delimited by size
                   into report-line
           write report-line
           .
       2100-merge-one-record.
      *    One direct read by value decides the disposition: absent ->
      *    added; present with the same sequence -> duplicate, skipped;
      *    present with index unknown -> resolved to the anchored run's
      *    sequence; present under a different sequence -> conflict,
      *    flagged on the audit report and replaced with the incoming
      *    record (the newest run is assumed to have renumbered
      *    correctly). An unanchored run's numbering proves nothing,
      *    so for it a value already present is simply a duplicate.
           if master-partitioned
               perform 2010-route-to-partition
               if fatal-error
                   add 1 to ls-failed-count
                   exit paragraph
               end-if
           end-if

           move rel-value to mst-value

           read master-file
               invalid key
                   move rel-value  to mst-value
                   if run-anchored
                       move rel-seq to mst-seq
                   else
                       move zero to mst-seq
                   end-if
                   move rel-square to mst-square
                   perform 2170-stamp-merge-origin
                   move ls-cycle-number to mst-added-cycle
                   move zero to mst-replaced-cycle
                   write master-record
                       invalid key
                           move 'PRM0244S' to ls-msg-id
                           add 1 to ls-failed-count
                       not invalid key
                           add 1 to ls-added-count
                           move 'A' to ls-jnl-action
                           move zero to ls-before-seq ls-before-square
                           move spaces to ls-before-origin
                           perform 2190-journal-change
                           perform 2180-deliver-added-record
                   end-write
                   exit paragraph
           end-read

           if mst-seq = rel-seq or not run-anchored
               add 1 to ls-skipped-count
               exit paragraph
           end-if

           if mst-seq = zero
               perform 2150-resolve-unknown-index
               exit paragraph
           end-if

      *    Replacing a standing master record needs the REPLACE
      *    permission; checked once on the first conflict (primeauth
      *    logs the denial) and remembered for the rest of the run.
                   into report-line
           write report-line

           move mst-seq    to ls-before-seq
           move mst-square to ls-before-square
           move mst-origin to ls-before-origin
           move rel-seq    to mst-seq
           move rel-square to mst-square
           perform 2170-stamp-merge-origin
           move ls-cycle-number to mst-replaced-cycle
           rewrite master-record
               invalid key
                   move 'PRM0245S' to ls-msg-id
                   add 1 to ls-failed-count
               not invalid key
                   add 1 to ls-replaced-count
                   move 'R' to ls-jnl-action
                   perform 2190-journal-change
                   perform 2200-write-delta-record
           end-rewrite
           .
       2150-resolve-unknown-index.
      *    The master never knew this record's index, so taking the
      *    anchored run's is a correction, not a replacement, and
      *    needs no REPLACE permission.
           move rel-value to ls-value-disp
           move rel-seq   to ls-seq-new-disp
           move spaces to report-line
           string  'Index unknown at value '     delimited by size
                   ls-value-disp                  delimited by size
                   ': resolved to run seq '       delimited by size
                   ls-seq-new-disp                delimited by size
                   into report-line
           write report-line

           move mst-seq    to ls-before-seq
           move mst-square to ls-before-square
           move mst-origin to ls-before-origin
           move rel-seq    to mst-seq
           move rel-square to mst-square
           rewrite master-record
               invalid key
                   move 'PRM0245S' to ls-msg-id
                   move 'Cannot rewrite master record.' to ls-msg-text
                   perform 8000-issue-message
                   add 1 to ls-failed-count
               not invalid key
                   add 1 to ls-resolved-count
                   move 'R' to ls-jnl-action
                   perform 2190-journal-change
                   perform 2200-write-delta-record
           end-rewrite
           .
       2170-stamp-merge-origin.
      *    A replaced record now holds the merging run's numbers, so
      *    it takes that run's origin too; the cycle that first added
      *    it is kept.
           move ls-mo-source to mst-source
           move ls-mo-run-date to mst-run-date
           move ls-mo-run-time to mst-run-time
           move ls-mo-run-pgm to mst-run-pgm
           .
       2180-deliver-added-record.
      *    Sequence zero is the feed's control-trailer marker, so a
      *    record added with index unknown is held back from the
      *    delta cycle; primeseq delivers it once its index is known.
           if mst-seq = zero
               add 1 to ls-unknown-added-count
           else
               perform 2200-write-delta-record
           end-if
           .
       2190-journal-change.
      *    ls-jnl-action and the before-image set by the caller; the
      *    after-image is the master record as it now stands. The
      *    before-image's origin rides last, so a rollback puts it
      *    back along with the numbers (spaces for an add). Every
      *    journalled change also marks its partition changed, which
      *    is what an audit or backup of CHANGED partitions picks up.
           if master-partitioned
               move ls-run-stamp to ls-part-changed(ls-part-open-idx)
               set part-dir-changed to true
           end-if

           move spaces to journal-line
           string  ls-cycle-disp     delimited by size
                   '|'               delimited by size
                   ls-run-date       delimited by size
                   '|'               delimited by size
                   ls-run-time       delimited by size
                   '|primemast|'     delimited by size
                   ls-jnl-action     delimited by size
                   '|'               delimited by size
                   mst-value         delimited by size
                   '|'               delimited by size
                   ls-before-seq     delimited by size
                   '|'               delimited by size
                   ls-before-square  delimited by size
                   '|'               delimited by size
                   mst-seq           delimited by size
                   '|'               delimited by size
                   mst-square        delimited by size
                   '|'               delimited by size
                   ls-before-origin  delimited by size
                   into journal-line
           write journal-line
           add 1 to ls-journal-count
           .
       2200-write-delta-record.
      *    Every record this merge added or replaced goes to the
      *    cycle's delta file, opened on first use so a merge that
                   into report-line
           write report-line

           move ls-resolved-count to ls-count-disp
           move spaces to report-line
           string  ls-count-disp              delimited by size
                   ' unknown indexes resolved.' delimited by size
                   into report-line
           write report-line

           if ls-unknown-added-count not = zero
               move ls-unknown-added-count to ls-count-disp
               move spaces to report-line
               string  ls-count-disp          delimited by size
                       ' record(s) added with index unknown; run'
                                              delimited by size
                       ' primeseq to anchor them.'
                                              delimited by size
                       into report-line
               write report-line
           end-if

           move ls-failed-count to ls-count-disp
           move spaces to report-line
           string  ls-count-disp              delimited by size
                   into report-line
           write report-line

      *    A merge whose only changes were held back from the feed
      *    still registers its cycle (with an empty delta file), so
      *    the cycle number its journal entries carry is never
      *    issued twice.
           if ls-journal-count not = zero and
                   not delta-opened and not delta-failed
               open output delta-file
               if delta-status-ok
                   set delta-opened to true
               end-if
           end-if

           move ls-journal-count to ls-count-disp
           move spaces to report-line
           string  ls-count-disp              delimited by size
                   ' before-image(s) journalled to '
                                              delimited by size
                   ls-journal-file            delimited by space
                   into report-line
           write report-line

           if delta-opened
               move ls-delta-count to ls-count-disp
               move spaces to report-line
               perform 3100-register-delta-cycle
           end-if

      *    The directory is rewritten before the claim is let go, so
      *    no reader can find a partition the directory does not list.
           if master-partitioned and part-dir-changed
               perform 3200-write-partition-directory
               if part-dir-status-ok
                   move spaces to report-line
                   string  'Partition directory '
                                              delimited by size
                           ls-part-dir-file   delimited by space
                           ' updated.'        delimited by size
                           into report-line
                   write report-line
               end-if
           end-if

           close standard-error merge-in-file master-file report-file
                 journal-file

      *    Sealed while the claim still holds, so the seal covers
      *    exactly what this run left in the master.
           move 'SEAL' to ls-seal-function
           move 'MASTER' to ls-seal-logical
           move ls-master-file to ls-seal-path
           perform 9400-seal-file

           perform 7900-release-claim


           close registry-file
           .
       3200-write-partition-directory.
      *    The directory is rewritten whole, in band order, from the
      *    table this run holds; a band whose partition this run
      *    could not create is left out.
           open output part-dir-file
           if not part-dir-status-ok
               move 'PRM0718S' to ls-msg-id
               move ls-part-dir-status to ls-msg-status
               move 'Cannot write master partition directory.'
                       to ls-msg-text
               perform 8010-issue-open-error
               set fatal-error to true
               exit paragraph
           end-if

           perform varying ls-part-idx from 1 by 1
                   until ls-part-idx > ls-part-count
               if ls-part-name(ls-part-idx) = spaces
                   exit perform cycle
               end-if
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

           set claim-held to true
           .
       7030-await-readers.
      *    Readers hold the master under shared claims (primeshr).
      *    With the exclusive claim now taken no new reader can
      *    start, so this run waits up to WAIT= seconds for the ones
      *    already reading to let go, and refuses to start the merge
      *    over them.
           move 'COUNT' to ls-shr-function
           move ls-lock-name to ls-shr-name
           move zero to ls-waited-seconds

           perform until exit
               call 'primeshr' using ls-shr-function ls-shr-name
                       ls-shr-owner ls-shr-result ls-shr-holders
               if ls-shr-holders = zero or
                       ls-waited-seconds >= ls-wait-seconds
                   exit perform
               end-if
               call 'C$SLEEP' using ls-sleep-seconds
               add ls-sleep-seconds to ls-waited-seconds
           end-perform

           if ls-shr-holders = zero
               exit paragraph
           end-if

           move 'PRM0708S' to ls-msg-id
           move spaces to ls-msg-text
           string  ls-lock-name       delimited by space
                   ' still has shared readers (first: '
                                      delimited by size
                   ls-shr-owner       delimited by '  '
                   '); run refused.'  delimited by size
                   into ls-msg-text
           perform 8000-issue-message
           set fatal-error to true
           .
       7050-resolve-files.
      *    Every shared file comes from the run's environment
      *    configuration (primeenv); a keyword that names a file
      *    still overrides it for the run.
           move 'DELTAREG' to ls-env-logical
           perform 7055-resolve-one-file
           move ls-env-path to ls-registry-file

           move 'CATALOG' to ls-env-logical
           perform 7055-resolve-one-file
           move ls-env-path to ls-catalog-file
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
               move 16 to return-code
           end-if
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
           move ls-operator to ls-seal-operator
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
