      ******************************************************************
      * primemile: Build the prime-count milestone index primebat      *
      * answers COUNT, NEXTPRIME, PREVPRIME and ISPRIME from, instead  *
      * of trial-dividing spans the master already holds. One pass     *
      * over the master in value order finds its anchored segments --  *
      * runs of records whose true indexes (mst-seq) climb by exactly  *
      * one from record to record, so no prime between the segment's   *
      * first and last value can be missing -- and writes the index    *
      * ('<master>.mix'; INDEX= names another) --                      *
      *                                                                *
      *   H|master|date|time|every                                     *
      *   M|segment|seq|value       each segment's first prime, then   *
      *                             every Nth prime (EVERY=n, default  *
      *                             1000) inside it                    *
      *   S|segment|low-value|low-seq|high-value|high-seq              *
      *   T|segments|milestones|anchored-records|unknown-records       *
      *                                                                *
      * Records of unknown index (sequence zero) end a segment and     *
      * are only counted; primeseq resolves them and the next build    *
      * takes them in. The index is rebuilt whole each run, so it      *
      * should follow every merge, restore or back-out of the master;  *
      * primebat checks each answer's walk against the master and      *
      * falls back to trial division when the two disagree.            *
      *                                                                *
      * The master is read under a shared claim (primeshr), across its *
      * value-band partitions when it is partitioned (primepart).      *
      ******************************************************************
       identification division.
       program-id. primemile.

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
           select  index-file assign ls-index-file
                   organization is line sequential
                   access mode is sequential
                   file status is ls-index-status
                   .
           select  lock-file assign ls-lock-file-name
                   organization is line sequential
                   access mode is sequential
                   file status is ls-lock-status
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

       fd  index-file.
       01  index-line                      pic x(400).

       fd  lock-file.
       01  lock-record                     pic x(80).

       local-storage section.

      *    Largest value the 64-bit binary-double unsigned fields can
      *    carry; 4050-parse-numeric-field rejects anything larger so
      *    an oversized operand is an error, not a silent wraparound.
       78  c-value-ceiling                 value
                                           18446744073709551615.

       01  filler.
           05  ls-arguments                pic x(256) value spaces.
           05  ls-token-area.
               10  ls-token                occurs 4 times
                                           pic x(256).
               10  ls-token-count          binary-long unsigned.
           05  ls-token-idx                binary-long unsigned.
           05  ls-master-file              pic x(256) value spaces.
           05  ls-index-file               pic x(256) value spaces.
           05  ls-every                    binary-long unsigned
                                           value 1000.
           05  ls-run-date                 pic x(08).
           05  ls-run-time                 pic x(08).
           05  switches.
               10  filler                  pic x(01) value 'N'.
                   88  fatal-error         value 'Y' false 'N'.
               10  filler                  pic x(01) value 'N'.
                   88  master-partitioned  value 'Y' false 'N'.
               10  filler                  pic x(01) value 'N'.
                   88  master-exhausted    value 'Y' false 'N'.
               10  filler                  pic x(01) value 'N'.
                   88  segment-open        value 'Y' false 'N'.
               10  filler                  pic x(01) value 'N'.
                   88  index-opened        value 'Y' false 'N'.
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
      *    The segment being followed, and the index totals.
           05  ls-seg-number               pic 9(05) value zero.
           05  ls-seg-low-value            pic 9(20).
           05  ls-seg-low-seq              pic 9(20).
           05  ls-seg-high-value           pic 9(20).
           05  ls-seg-high-seq             pic 9(20).
           05  ls-ms-seq                   pic 9(20).
           05  ls-ms-value                 pic 9(20).
           05  ls-ms-quotient              pic 9(20).
           05  ls-ms-remainder             pic 9(09).
           05  ls-every-disp               pic 9(09).
           05  ls-milestone-count          pic 9(09) value zero.
           05  ls-anchored-count           pic 9(09) value zero.
           05  ls-unknown-count            pic 9(09) value zero.
           05  ls-count-display            pic z(08)9(01).
           05  ls-lock-area.
               10  ls-lock-name            pic x(256).
               10  ls-lock-file-name       pic x(256).
               10  ls-lock-owner           pic x(80).
               10  ls-lock-claimed         pic x(01) value 'N'.
                   88  claim-held          value 'Y' false 'N'.
               10  ls-lock-save-rc         binary-long.
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
               10  ls-index-status         pic 9(01)x(01).
                   88  index-status-ok     value '00'.
               10  ls-lock-status          pic 9(01)x(01).
                   88  lock-status-ok      value '00'.
                   88  lock-absent         value '35'.

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

           if not fatal-error
               perform 2000-build-index
           end-if

           if ls-part-open-idx not = zero
               close master-file
           end-if
           if index-opened
               close index-file
           end-if
           perform 7900-release-claim
           perform 7920-release-share

           if not fatal-error
               perform 2900-write-summary
           end-if

           close standard-error
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
               tallying in ls-token-count

           perform varying ls-token-idx from 1 by 1
                   until (ls-token-idx > ls-token-count)
                           or fatal-error
               evaluate true
                   when ls-token(ls-token-idx) = spaces
                       continue
                   when ls-token(ls-token-idx)(1:7) = 'MASTER='
                       move ls-token(ls-token-idx)(8:249)
                               to ls-master-file
                   when ls-token(ls-token-idx)(1:6) = 'INDEX='
                       move ls-token(ls-token-idx)(7:250)
                               to ls-index-file
                   when ls-token(ls-token-idx)(1:6) = 'EVERY='
                       move ls-token(ls-token-idx)(7:20)
                               to ls-generic-text
                       perform 4050-parse-numeric-field
                       if generic-value-valid and
                               ls-generic-value >= 1 and
                               ls-generic-value <= 999999999
                           move ls-generic-value to ls-every
                       else
                           perform 1050-issue-usage
                       end-if
                   when other
                       perform 1050-issue-usage
               end-evaluate
           end-perform

           if fatal-error
               exit paragraph
           end-if

           if ls-index-file = spaces
               string  ls-master-file  delimited by space
                       '.mix'          delimited by size
                       into ls-index-file
           end-if

           perform 7020-share-master
           if fatal-error
               exit paragraph
           end-if

           perform 1700-load-partitions
           if fatal-error
               exit paragraph
           end-if

      *    The index is rewritten whole, so it is claimed like any
      *    other output for the length of the build.
           move ls-index-file to ls-lock-name
           perform 7010-claim-one-file
           if fatal-error
               exit paragraph
           end-if

           open output index-file
           if not index-status-ok
               move 'PRM0768S' to ls-msg-id
               move ls-index-status to ls-msg-status
               move 'Cannot open milestone index output.'
                       to ls-msg-text
               perform 8010-issue-open-error
               set fatal-error to true
               exit paragraph
           end-if
           set index-opened to true
           .
       1050-issue-usage.
           move 'PRM0447E' to ls-msg-id
           move spaces to ls-msg-text
           string  'Usage is primemile [MASTER=file] [INDEX=file]'
                           delimited by size
                   ' [EVERY=n].'
                           delimited by size
                   into ls-msg-text
           perform 8000-issue-message
           set fatal-error to true
           .
       2000-build-index.
      *    A record continues the segment in hand only when its index
      *    is exactly one past the segment's last; anything else
      *    closes the segment, and an anchored record then opens the
      *    next one.
           move ls-every to ls-every-disp
           move spaces to index-line
           string  'H|'                delimited by size
                   ls-master-file       delimited by space
                   '|'                 delimited by size
                   ls-run-date          delimited by size
                   '|'                 delimited by size
                   ls-run-time          delimited by size
                   '|'                 delimited by size
                   ls-every-disp        delimited by size
                   into index-line
           write index-line

           move zeroes to ls-part-seek
           perform 2010-position-master

           perform until master-exhausted or fatal-error
               perform 2030-read-next-master
               if master-exhausted or fatal-error
                   exit perform
               end-if

               evaluate true
                   when mst-seq = zero
                       add 1 to ls-unknown-count
                       perform 2200-close-segment
                   when segment-open and
                           mst-seq = ls-seg-high-seq + 1
                       add 1 to ls-anchored-count
                       move mst-value to ls-seg-high-value
                       move mst-seq to ls-seg-high-seq
                       divide mst-seq by ls-every
                               giving ls-ms-quotient
                               remainder ls-ms-remainder
                       if ls-ms-remainder = zero
                           perform 2100-write-milestone
                       end-if
                   when other
                       perform 2200-close-segment
                       add 1 to ls-anchored-count
                       add 1 to ls-seg-number
                       set segment-open to true
                       move mst-value to ls-seg-low-value
                                         ls-seg-high-value
                       move mst-seq to ls-seg-low-seq
                                       ls-seg-high-seq
                       perform 2100-write-milestone
               end-evaluate
           end-perform

           perform 2200-close-segment

           move spaces to index-line
           string  'T|'                delimited by size
                   ls-seg-number        delimited by size
                   '|'                 delimited by size
                   ls-milestone-count   delimited by size
                   '|'                 delimited by size
                   ls-anchored-count    delimited by size
                   '|'                 delimited by size
                   ls-unknown-count     delimited by size
                   into index-line
           write index-line
           .
       2100-write-milestone.
           move mst-seq to ls-ms-seq
           move mst-value to ls-ms-value
           move spaces to index-line
           string  'M|'                delimited by size
                   ls-seg-number        delimited by size
                   '|'                 delimited by size
                   ls-ms-seq            delimited by size
                   '|'                 delimited by size
                   ls-ms-value          delimited by size
                   into index-line
           write index-line
           add 1 to ls-milestone-count
           .
       2200-close-segment.
           if not segment-open
               exit paragraph
           end-if
           set segment-open to false

           move spaces to index-line
           string  'S|'                delimited by size
                   ls-seg-number        delimited by size
                   '|'                 delimited by size
                   ls-seg-low-value     delimited by size
                   '|'                 delimited by size
                   ls-seg-low-seq       delimited by size
                   '|'                 delimited by size
                   ls-seg-high-value    delimited by size
                   '|'                 delimited by size
                   ls-seg-high-seq      delimited by size
                   into index-line
           write index-line
           .
       2900-write-summary.
           move ls-seg-number to ls-count-display
           display ls-count-display ' anchored segment(s) indexed.'

           move ls-milestone-count to ls-count-display
           display ls-count-display ' milestone(s) written.'

           move ls-anchored-count to ls-count-display
           display ls-count-display ' anchored master record(s).'

           if ls-unknown-count not = zero
               move ls-unknown-count to ls-count-display
               move 'PRM0512W' to ls-msg-id
               move spaces to ls-msg-text
               string  ls-count-display       delimited by size
                       ' master record(s) of unknown index not'
                                              delimited by size
                       ' indexed; run primeseq.'
                                              delimited by size
                       into ls-msg-text
               perform 8000-issue-message
           end-if

           if ls-seg-number = zero
               move 'PRM0553W' to ls-msg-id
               move spaces to ls-msg-text
               string  'Master holds no anchored records; the'
                               delimited by size
                       ' milestone index is empty.'
                               delimited by size
                       into ls-msg-text
               perform 8000-issue-message
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
               move 'PRM0719S' to ls-msg-id
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
               move 'PRM0251S' to ls-msg-id
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
       7010-claim-one-file.
      *    The stdout pseudo-file is shared by design and never
      *    claimed. A claim that already exists belongs to another
      *    run (or to an abend primelock has not cleaned up yet) --
      *    either way this run must not touch the file.
           if ls-lock-name = spaces
               exit paragraph
           end-if

           move spaces to ls-lock-file-name
           string  ls-lock-name  delimited by space
                   '.lck'        delimited by size
                   into ls-lock-file-name

           open input lock-file
           if lock-status-ok
               move spaces to ls-lock-owner
               read lock-file
                   at end
                       continue
                   not at end
                       move lock-record to ls-lock-owner
               end-read
               close lock-file

               move 'PRM0217S' to ls-msg-id
               move spaces to ls-msg-text
               string  'Output file '     delimited by size
                       ls-lock-name        delimited by space
                       ' is claimed by another run ('
                                          delimited by size
                       ls-lock-owner       delimited by space
                       ').'               delimited by size
                       into ls-msg-text
               perform 8000-issue-message
               set fatal-error to true
               exit paragraph
           end-if

           open output lock-file
           if not lock-status-ok
               move 'PRM0218S' to ls-msg-id
               move ls-lock-status to ls-msg-status
               move 'Cannot create output-file claim.' to ls-msg-text
               perform 8010-issue-open-error
               set fatal-error to true
               exit paragraph
           end-if

           move spaces to lock-record
           string  'primemile '  delimited by size
                   ls-run-date    delimited by size
                   ' '           delimited by size
                   ls-run-time    delimited by size
                   into lock-record
           write lock-record
           close lock-file

           set claim-held to true
           .
       7020-share-master.
      *    The master is only read here, so the claim taken on it is
      *    the shared kind primeshr keeps: other readers may hold it
      *    at the same time, but a run holding the exclusive
      *    '<master>.lck' keeps this one out, and this one keeps a
      *    merge or restore out until it lets go.
           move spaces to ls-shr-stamp
           string  'primemile '  delimited by size
                   ls-run-date    delimited by size
                   ' '           delimited by size
                   ls-run-time    delimited by size
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
      *    must not leak into the run's own condition code.
           if not claim-held
               exit paragraph
           end-if

           move return-code to ls-lock-save-rc
           move spaces to ls-lock-file-name
           string  ls-lock-name  delimited by space
                   '.lck'        delimited by size
                   into ls-lock-file-name
           call 'CBL_DELETE_FILE' using ls-lock-file-name
           move ls-lock-save-rc to return-code

           set claim-held to false
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
