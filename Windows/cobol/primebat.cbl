      * cache is updated with whatever a miss had to compute; the      *
      * control summary counts the hits and misses. A cache that      *
      * cannot be opened only costs the speed-up, never the run.       *
      *                                                                *
      * A rejected record is written to the suspense log               *
      * (primebat.sus; SUSPENSE= names another) with a reason code --  *
      * BADVERB, NONNUM, CEILING, LOWHIGH or DOMAIN -- the run's stamp *
      * and the record as read. Corrections queued by primesus in the  *
      * resubmission file (primebat.rsb; RESUBMIT=) are run after the  *
      * night's own transactions: one that passes clears its suspense  *
      * item, one refused again goes back to suspense as the next      *
      * attempt, linked to the item it corrected. Both files are       *
      * claimed ('<name>.lck') for the whole run, as primesus claims   *
      * them, so a correction cannot be queued while the queue is      *
      * being worked and emptied.                                      *
      *                                                                *
      * ISPRIME, FACTOR, COUNT, NEXTPRIME and PREVPRIME are answered   *
      * from the prime master (MASTER=; primes.mst) wherever the       *
      * operands fall inside one of its anchored segments, as listed   *
      * in the milestone index primemile builds ('<master>.mix';       *
      * MILESTONES= names another): the index gives the value and true *
      * index of every Nth prime, so a count is two short walks of the *
      * master rather than a trial division of every number between.   *
      * Each walk is checked against the master as it goes; an index   *
      * found out of step is dropped for the rest of the run. Outside  *
      * the covered ranges, or with no index at all, the verbs divide  *
      * as before. Every answer line ends with where it came from --   *
      * [master], [cache] or [computed] -- and the control summary     *
      * counts each. A composite's smallest factor, and any FACTOR     *
      * breakdown, is always found by division.                        *
      ******************************************************************
       identification division.
       program-id. primebat.
                   record key is fc-value
                   file status is ls-cache-status
                   .
           select  suspense-file assign ls-suspense-file
                   organization is line sequential
                   access mode is sequential
                   file status is ls-suspense-status
                   .
           select  resubmit-file assign ls-resubmit-file
                   organization is line sequential
                   access mode is sequential
                   file status is ls-resubmit-status
                   .
           select  lock-file assign ls-lock-file-name
                   organization is line sequential
                   access mode is sequential
                   file status is ls-lock-status
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
           select  milestone-file assign ls-milestone-file
                   organization is line sequential
                   access mode is sequential
                   file status is ls-milestone-status
                   .

       data division.

       01  transaction-line                pic x(80).

       fd  disposition-file.
       01  disposition-line                pic x(120).

      *    Display-digit key so the cache collates in value order and
      *    can be browsed with ordinary tools, the same reasoning as
           05  fc-smallest                 pic 9(20).
           05  fc-factors                  pic x(200).

      *    The suspense log, shared with primesus. One event per line:
      *      REJECT|item|date|time|reason|attempt|prior-item|record
      *      RESUB|item|date|time|by|record
      *      CLEARED|item|date|time|run
      *      VOID|item|date|time|by
      *    An item is the rejecting run's start stamp and the record's
      *    line number in that run (yyyymmddhhmmsscc-nnnnnn).
       fd  suspense-file.
       01  suspense-line                   pic x(200).

      *    item|corrected record, as primesus RESUBMIT writes them.
       fd  resubmit-file.
       01  resubmit-line                   pic x(120).

       fd  lock-file.
       01  lock-record                     pic x(80).

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

      *    The milestone index primemile writes for the master.
       fd  milestone-file.
       01  milestone-line                  pic x(400).

       local-storage section.

       78  c-stdout                        value '/dev/stdout'.
       01  filler.
           05  ls-arguments                pic x(256) value spaces.
           05  ls-token-area.
               10  ls-token                occurs 8 times
                                           pic x(256).
               10  ls-token-count          binary-long unsigned.
           05  ls-token-idx                binary-long unsigned.
           05  ls-transaction-file         pic x(256) value spaces.
           05  ls-disposition-file         pic x(256) value spaces.
           05  ls-cache-file               pic x(256) value spaces.
           05  ls-suspense-file            pic x(256) value spaces.
           05  ls-resubmit-file            pic x(256) value spaces.
           05  ls-master-file              pic x(256) value spaces.
           05  ls-milestone-file           pic x(256) value spaces.
           05  ls-run-date                 pic x(08).
           05  ls-run-time                 pic x(08).
      *    The item in hand: a new record's own, or the suspense item
      *    a resubmitted record corrects.
           05  ls-line-number              pic 9(06) value zero.
           05  ls-item-id                  pic x(23).
           05  ls-prior-item-id            pic x(23).
           05  ls-attempt                  pic 9(03).
           05  ls-reject-reason            pic x(08).
           05  ls-rejected-before          binary-long unsigned.
           05  ls-resubmitted-count        binary-long unsigned
                                           value zero.
           05  ls-cleared-count            binary-long unsigned
                                           value zero.
           05  ls-not-pending-count        binary-long unsigned
                                           value zero.
      *    Items awaiting resubmission, from the suspense log.
           05  ls-pending-count            binary-long unsigned
                                           value zero.
           05  ls-pending-idx              binary-long unsigned.
           05  ls-pending-entry            occurs 5000 times.
               10  ls-pd-item              pic x(23).
               10  ls-pd-attempt           pic 9(03).
               10  ls-pd-state             pic x(01).
                   88  pd-open             value 'O'.
                   88  pd-resubmitted      value 'R'.
                   88  pd-closed           value 'C'.
           05  ls-suspense-fields.
               10  ls-sf-event             pic x(08).
               10  ls-sf-item              pic x(23).
               10  ls-sf-date              pic x(08).
               10  ls-sf-time              pic x(08).
               10  ls-sf-reason            pic x(08).
               10  ls-sf-attempt           pic x(03).
               10  ls-sf-prior             pic x(23).
           05  ls-resubmit-item            pic x(23).
           05  ls-resubmit-record          pic x(80).
           05  switches.
               10  filler                  pic x(01) value 'N'.
                   88  fatal-error         value 'Y' false 'N'.
                   88  cache-answered      value 'Y' false 'N'.
               10  filler                  pic x(01) value 'N'.
                   88  cache-record-found  value 'Y' false 'N'.
               10  filler                  pic x(01) value 'N'.
                   88  suspense-disabled   value 'Y' false 'N'.
               10  filler                  pic x(01) value 'N'.
                   88  pending-overflowed  value 'Y' false 'N'.
               10  filler                  pic x(01) value 'N'.
                   88  master-ready        value 'Y' false 'N'.
               10  filler                  pic x(01) value 'N'.
                   88  master-answered     value 'Y' false 'N'.
               10  filler                  pic x(01) value 'N'.
                   88  master-partitioned  value 'Y' false 'N'.
               10  filler                  pic x(01) value 'N'.
                   88  master-exhausted    value 'Y' false 'N'.
               10  filler                  pic x(01) value 'N'.
                   88  milestones-truncated
                                           value 'Y' false 'N'.
           05  ls-trans-verb               pic x(10).
           05  ls-trans-operand            pic x(20).
           05  ls-trans-operand2           pic x(20).
               10  ls-generic-temp         pic 9(20) value zero.
               10  filler redefines ls-generic-temp.
                   15  ls-generic-tc       pic 9(01) occurs 20 times.
               10  ls-generic-idx          binary-long unsigned.
               10  ls-generic-value        binary-double unsigned.
               10  filler                  pic x(01) value 'N'.
                   88  generic-value-valid value 'Y' false 'N'.
           05  ls-factor-remaining         binary-double unsigned.
           05  ls-factor-quotient          binary-double unsigned.
           05  ls-factor-test-rem          binary-double unsigned.
           05  ls-factor-exponent          binary-long unsigned.
           05  ls-factor-display.
               10  ls-factor-prime         pic z(19)9(01).
               10  filler                  pic x(03) value ' ^ '.
               10  ls-factor-exp-disp      pic z(09)9(01).
               10  filler                  pic x(46) value spaces.
           05  ls-read-count               binary-long unsigned
                                           value zero.
           05  ls-processed-count          binary-long unsigned
                                           value zero.
           05  ls-rejected-count           binary-long unsigned
                                           value zero.
           05  ls-isprime-count            binary-long unsigned
                                           value zero.
           05  ls-factorv-count            binary-long unsigned
                                           value zero.
           05  ls-countv-count             binary-long unsigned
                                           value zero.
           05  ls-nextprime-count          binary-long unsigned
                                           value zero.
           05  ls-prevprime-count          binary-long unsigned
                                           value zero.
           05  ls-gcd-count                binary-long unsigned
                                           value zero.
           05  ls-coprime-count            binary-long unsigned
                                           value zero.
           05  ls-cache-hit-count          binary-long unsigned
                                           value zero.
           05  ls-cache-miss-count         binary-long unsigned
                                           value zero.
           05  ls-master-answer-count      binary-long unsigned
                                           value zero.
           05  ls-computed-count           binary-long unsigned
                                           value zero.
      *    Where the answer in hand came from: master, cache or
      *    computed; it closes the verb's disposition line.
           05  ls-answer-source            pic x(08).
           05  ls-factor-string            pic x(200).
           05  ls-factor-string-ptr        binary-long unsigned.
           05  ls-factor-tokens.
               10  ls-factor-token         occurs 20 times
                                           pic x(32).
           05  ls-factor-token-idx         binary-long unsigned.
           05  ls-factor-prime-text        pic x(20).
           05  ls-factor-exp-text          pic x(10).
           05  ls-num-disp                 pic z(19)9(01).
           05  ls-answer-trim              pic x(20).
           05  ls-trim-skip                pic x(20).
           05  ls-count-disp               pic z(19)9(01).
      *    The master's anchored segments and their milestones, from
      *    the milestone index. A segment is a run of master records
      *    whose true indexes climb by one, so every prime from its
      *    low value to its high value is on the master; ls-sg-ms-
      *    first/last bound its milestones in ls-ms-entry, which
      *    holds them in value order.
           05  ls-seg-count                binary-long unsigned
                                           value zero.
           05  ls-seg-idx                  binary-long unsigned.
           05  ls-seg-scan                 binary-long unsigned.
           05  ls-seg-entry                occurs 500 times.
               10  ls-sg-number            pic 9(05).
               10  ls-sg-low-value         binary-double unsigned.
               10  ls-sg-low-seq           binary-double unsigned.
               10  ls-sg-high-value        binary-double unsigned.
               10  ls-sg-high-seq          binary-double unsigned.
               10  ls-sg-ms-first          binary-long unsigned.
               10  ls-sg-ms-last           binary-long unsigned.
           05  ls-ms-count                 binary-long unsigned
                                           value zero.
           05  ls-ms-lo                    binary-long unsigned.
           05  ls-ms-hi                    binary-long unsigned.
           05  ls-ms-mid                   binary-long unsigned.
           05  ls-ms-entry                 occurs 20000 times.
               10  ls-ms-seg               pic 9(05).
               10  ls-ms-seq               binary-double unsigned.
               10  ls-ms-value             binary-double unsigned.
           05  ls-load-seg                 pic 9(05) value zero.
           05  ls-load-first               binary-long unsigned
                                           value zero.
           05  ls-milestone-fields.
               10  ls-mf-type              pic x(01).
               10  ls-mf-seg               pic x(05).
               10  filler redefines ls-mf-seg.
                   15  ls-mf-seg-9         pic 9(05).
               10  ls-mf-field             occurs 4 times.
                   15  ls-mf-text          pic x(20).
                   15  filler redefines ls-mf-text.
                       20  ls-mf-9         pic 9(20).
      *    One walk of the master: the last prime at or below
      *    ls-walk-value with its true index, and the first prime
      *    above it (zero when the segment ends first).
           05  ls-cover-low                binary-double unsigned.
           05  ls-cover-high               binary-double unsigned.
           05  ls-walk-value               binary-double unsigned.
           05  ls-walk-last-value          binary-double unsigned.
           05  ls-walk-last-seq            binary-double unsigned.
           05  ls-walk-next-value          binary-double unsigned.
           05  ls-count-low-seq            binary-double unsigned.
           05  ls-master-reason            pic x(60).
           05  ls-lock-area.
               10  ls-lock-name            pic x(256).
               10  ls-lock-file-name       pic x(256).
               10  ls-lock-claims          occurs 4 times pic x(256).
               10  ls-lock-claim-count     binary-long unsigned
                                           value zero.
               10  ls-lock-idx             binary-long unsigned.
               10  ls-lock-owner           pic x(80).
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
               10  ls-cache-status         pic 9(01)x(01).
                   88  cache-status-ok     value '00'.
                   88  cache-not-found     value '35'.
               10  ls-suspense-status      pic 9(01)x(01).
                   88  suspense-status-ok  value '00'.
                   88  suspense-absent     value '35'.
               10  ls-resubmit-status      pic 9(01)x(01).
                   88  resubmit-status-ok  value '00'.
                   88  resubmit-absent     value '35'.
               10  ls-lock-status          pic 9(01)x(01).
                   88  lock-status-ok      value '00'.
               10  ls-master-status        pic 9(01)x(01).
                   88  master-status-ok    value '00'.
               10  ls-part-dir-status      pic 9(01)x(01).
                   88  part-dir-status-ok  value '00'.
                   88  part-dir-absent     value '35'.
               10  ls-milestone-status     pic 9(01)x(01).
                   88  milestone-status-ok value '00'.
                   88  milestone-absent    value '35'.

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

           perform 1000-get-command-line

      *    standard-error is the only file open at this point; close it
      *    it.
           if fatal-error
               close standard-error
               perform 7900-release-claims
               perform 8090-set-return-code
               goback
           end-if

           perform 2000-process-transactions
           perform 2600-process-resubmissions
           perform 2900-write-summary

           if ls-rejected-count not = zero
           goback
           .
       1000-get-command-line.
           perform 7050-resolve-files
           if fatal-error
               exit paragraph
           end-if

           accept ls-arguments from command-line

           move spaces to ls-token-area

           unstring ls-arguments delimited by all space
               into ls-token(1) ls-token(2) ls-token(3) ls-token(4)
                    ls-token(5) ls-token(6) ls-token(7) ls-token(8)
               tallying in ls-token-count

           if ls-token(1) = spaces
               move spaces to ls-msg-text
               string  'Usage is primebat transaction-file'
                               delimited by size
                       ' [disposition-file] [CACHE=] [SUSPENSE='
                               delimited by size
                       '] [RESUBMIT=] [MASTER=] [MILESTONES=].'
                               delimited by size
                       into ls-msg-text
               perform 8000-issue-message
                   when ls-token(ls-token-idx)(1:6) = 'CACHE='
                       move ls-token(ls-token-idx)(7:250)
                               to ls-cache-file
                   when ls-token(ls-token-idx)(1:9) = 'SUSPENSE='
                       move ls-token(ls-token-idx)(10:247)
                               to ls-suspense-file
                   when ls-token(ls-token-idx)(1:9) = 'RESUBMIT='
                       move ls-token(ls-token-idx)(10:247)
                               to ls-resubmit-file
                   when ls-token(ls-token-idx)(1:7) = 'MASTER='
                       move ls-token(ls-token-idx)(8:249)
                               to ls-master-file
                   when ls-token(ls-token-idx)(1:11) = 'MILESTONES='
                       move ls-token(ls-token-idx)(12:245)
                               to ls-milestone-file
                   when ls-disposition-file = spaces
                       move ls-token(ls-token-idx)
                               to ls-disposition-file
               move c-stdout to ls-disposition-file
           end-if

      *    The suspense log and the resubmission queue are shared with
      *    primesus: this run appends to the one and empties the
      *    other, so both are claimed for the whole run, and a
      *    primesus RESUBMIT or VOID cannot land in between.
           move ls-suspense-file to ls-lock-name
           perform 7010-claim-one-file
           if not fatal-error
               move ls-resubmit-file to ls-lock-name
               perform 7010-claim-one-file
           end-if
           if fatal-error
               exit paragraph
           end-if

           open input transaction-file
           if not transaction-status-ok
               move 'PRM0219S' to ls-msg-id
               perform 8010-issue-open-error
               set cache-disabled to true
           end-if

      *    Likewise the suspense log: a run that cannot record its
      *    rejects still reports them on the disposition file.
           open extend suspense-file
           if suspense-absent
               open output suspense-file
           end-if

           if not suspense-status-ok
               move 'PRM0532W' to ls-msg-id
               move ls-suspense-status to ls-msg-status
               move spaces to ls-msg-text
               string  'Cannot open suspense file;'
                                       delimited by size
                       ' rejects are not held for correction.'
                                       delimited by size
                       into ls-msg-text
               perform 8010-issue-open-error
               set suspense-disabled to true
           end-if

           perform 1750-open-master-index
           .
       1700-load-partitions.
      *    No directory means the master has never been split: it is
      *    the one file it always was, covering every value. A
      *    directory that cannot be read leaves ls-part-count zero,
      *    and the run answers by division.
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
               move 'PRM0554W' to ls-msg-id
               move ls-part-dir-status to ls-msg-status
               move spaces to ls-msg-text
               string  'Cannot read master partition directory;'
                                       delimited by size
                       ' answering by trial division.'
                                       delimited by size
                       into ls-msg-text
               perform 8010-issue-open-error
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
       1750-open-master-index.
      *    No milestone index means no master-backed answers, and no
      *    remark about it: the verbs divide as they always have. An
      *    index that is there but cannot be used -- or a master that
      *    cannot be read under a shared claim -- earns a warning,
      *    never a failed run.
           if ls-milestone-file = spaces
               string  ls-master-file  delimited by space
                       '.mix'          delimited by size
                       into ls-milestone-file
           end-if

           open input milestone-file
           if milestone-absent
               exit paragraph
           end-if

           if not milestone-status-ok
               move 'PRM0554W' to ls-msg-id
               move ls-milestone-status to ls-msg-status
               move spaces to ls-msg-text
               string  'Cannot open milestone index;'
                                       delimited by size
                       ' answering by trial division.'
                                       delimited by size
                       into ls-msg-text
               perform 8010-issue-open-error
               exit paragraph
           end-if

           perform until exit
               read milestone-file
                   at end
                       exit perform
               end-read

               perform 1760-load-milestone-line
           end-perform

           close milestone-file

           if milestones-truncated
               move 'PRM0556W' to ls-msg-id
               move spaces to ls-msg-text
               string  'Milestone index passes 500 segments or 20000'
                               delimited by size
                       ' milestones; the rest is answered by division.'
                               delimited by size
                       into ls-msg-text
               perform 8000-issue-message
           end-if

           if ls-seg-count = zero
               exit paragraph
           end-if

           perform 7020-share-master
           if not share-held
               exit paragraph
           end-if

           perform 1700-load-partitions
           if ls-part-count = zero
               perform 7920-release-share
               exit paragraph
           end-if

           set master-ready to true
           .
       1760-load-milestone-line.
      *    M lines arrive in value order, each segment's first (its
      *    own low value) ahead of the rest, and the segment's S line
      *    after them. A segment is kept only when its first milestone
      *    made it into the table; without it no walk could start.
           if milestone-line = spaces or milestone-line(1:1) = '*'
               exit paragraph
           end-if

           move spaces to ls-milestone-fields
           unstring milestone-line delimited by '|'
               into ls-mf-type ls-mf-seg
                    ls-mf-text(1) ls-mf-text(2)
                    ls-mf-text(3) ls-mf-text(4)

           if ls-mf-seg is not numeric
               exit paragraph
           end-if

           evaluate ls-mf-type
               when 'M'
                   if ls-mf-text(1) is not numeric or
                           ls-mf-text(2) is not numeric
                       exit paragraph
                   end-if
                   if ls-ms-count >= 20000
                       set milestones-truncated to true
                       exit paragraph
                   end-if

                   add 1 to ls-ms-count
                   move ls-mf-seg-9 to ls-ms-seg(ls-ms-count)
                   move ls-mf-9(1) to ls-ms-seq(ls-ms-count)
                   move ls-mf-9(2) to ls-ms-value(ls-ms-count)
                   if ls-mf-seg-9 not = ls-load-seg
                       move ls-mf-seg-9 to ls-load-seg
                       move ls-ms-count to ls-load-first
                   end-if
               when 'S'
                   if ls-mf-text(1) is not numeric or
                           ls-mf-text(2) is not numeric or
                           ls-mf-text(3) is not numeric or
                           ls-mf-text(4) is not numeric
                       exit paragraph
                   end-if
                   if ls-mf-seg-9 not = ls-load-seg or
                           ls-load-first = zero
                       exit paragraph
                   end-if
                   if ls-ms-value(ls-load-first) not = ls-mf-9(1)
                       exit paragraph
                   end-if
                   if ls-seg-count >= 500
                       set milestones-truncated to true
                       exit paragraph
                   end-if

                   add 1 to ls-seg-count
                   move ls-mf-seg-9 to ls-sg-number(ls-seg-count)
                   move ls-mf-9(1) to ls-sg-low-value(ls-seg-count)
                   move ls-mf-9(2) to ls-sg-low-seq(ls-seg-count)
                   move ls-mf-9(3) to ls-sg-high-value(ls-seg-count)
                   move ls-mf-9(4) to ls-sg-high-seq(ls-seg-count)
                   move ls-load-first to ls-sg-ms-first(ls-seg-count)
                   move ls-ms-count to ls-sg-ms-last(ls-seg-count)
               when other
                   continue
           end-evaluate
           .
       2000-process-transactions.
           perform until exit
               end-if

               add 1 to ls-read-count
               add 1 to ls-line-number
               move spaces to ls-item-id ls-prior-item-id
               string  ls-run-date        delimited by size
                       ls-run-time        delimited by size
                       '-'                delimited by size
                       ls-line-number     delimited by size
                       into ls-item-id
               move 1 to ls-attempt
               perform 2100-process-one-transaction
           end-perform
           .
      *    Each verb checks its own operand shape; anything that
      *    fails lands in the one shared rejection path so the
      *    control counts always balance.
           move 'computed' to ls-answer-source
           evaluate ls-trans-verb
               when 'ISPRIME'
               when 'FACTOR'
           end-evaluate

           add 1 to ls-processed-count
           if ls-answer-source = 'master'
               add 1 to ls-master-answer-count
           end-if
           if ls-answer-source = 'computed'
               add 1 to ls-computed-count
           end-if
           .
       2110-do-primality-verb.
           set cache-answered to false
           set cache-record-found to false

           set master-answered to false

           if not cache-disabled
               perform 2120-consult-cache
           end-if

           if not cache-answered
               perform 3000-master-primality
           end-if

           if not cache-answered and not master-answered
               perform 2150-test-target
           end-if

      *    A FACTOR breakdown is division whichever way the target
      *    was found composite.
           evaluate true
               when cache-answered
                   move 'cache' to ls-answer-source
               when master-answered and
                       (ls-trans-verb = 'ISPRIME' or is-prime)
                   move 'master' to ls-answer-source
           end-evaluate

           evaluate true
               when ls-trans-verb = 'ISPRIME'
                   perform 2200-write-isprime
               compute ls-divisor-sq = ls-divisor * ls-divisor
           end-perform
           .
       2180-classify-reject.
      *    Why the record was refused, as a suspense reason code:
      *    BADVERB, NONNUM (operand missing or not all digits),
      *    CEILING (digits, but past the 64-bit ceiling), LOWHIGH
      *    (COUNT low above high) or DOMAIN (a number the verb
      *    cannot take: ISPRIME/FACTOR below 2, GCD/COPRIME of 0).
           evaluate ls-trans-verb
               when 'ISPRIME'
               when 'FACTOR'
               when 'NEXTPRIME'
               when 'PREVPRIME'
                   if not operand1-valid
                       move ls-trans-operand to ls-generic-text
                       perform 2185-classify-operand
                   else
                       move 'DOMAIN' to ls-reject-reason
                   end-if
               when 'COUNT'
               when 'GCD'
               when 'COPRIME'
                   evaluate true
                       when not operand1-valid
                           move ls-trans-operand to ls-generic-text
                           perform 2185-classify-operand
                       when not operand2-valid
                           move ls-trans-operand2 to ls-generic-text
                           perform 2185-classify-operand
                       when ls-trans-verb = 'COUNT'
                           move 'LOWHIGH' to ls-reject-reason
                       when other
                           move 'DOMAIN' to ls-reject-reason
                   end-evaluate
               when other
                   move 'BADVERB' to ls-reject-reason
           end-evaluate
           .
       2185-classify-operand.
      *    An operand of nothing but digits failed only on size.
           move 'CEILING' to ls-reject-reason
           if ls-generic-text = spaces
               move 'NONNUM' to ls-reject-reason
               exit paragraph
           end-if
           perform varying ls-generic-idx from 1 by 1
                   until ls-generic-idx > 20
               if not is-generic-digit(ls-generic-idx) and
                       ls-generic-c(ls-generic-idx) not = space
                   move 'NONNUM' to ls-reject-reason
                   exit paragraph
               end-if
           end-perform
           .
       2190-reject-transaction.
           add 1 to ls-rejected-count
           move spaces to disposition-line
                   transaction-line     delimited by size
                   into disposition-line
           write disposition-line

           perform 2180-classify-reject
           perform 2195-suspend-transaction
           .
       2195-suspend-transaction.
      *    The rejected record goes to the suspense log with its
      *    reason, to wait there for correction (primesus). A record
      *    that was itself a correction names the item it corrected,
      *    with the attempt count carried on.
           if suspense-disabled
               exit paragraph
           end-if

           move spaces to suspense-line
           string  'REJECT|'           delimited by size
                   ls-item-id           delimited by space
                   '|'                 delimited by size
                   ls-run-date          delimited by size
                   '|'                 delimited by size
                   ls-run-time          delimited by size
                   '|'                 delimited by size
                   ls-reject-reason     delimited by space
                   '|'                 delimited by size
                   ls-attempt           delimited by size
                   '|'                 delimited by size
                   ls-prior-item-id     delimited by space
                   '|'                 delimited by size
                   transaction-line     delimited by size
                   into suspense-line
           write suspense-line
           .
       2200-write-isprime.
           move spaces to disposition-line
               string  'ISPRIME '          delimited by size
                       ls-operand-trim      delimited by space
                       ' = prime'          delimited by size
                       ' ['                delimited by size
                       ls-answer-source     delimited by space
                       ']'                 delimited by size
                       into disposition-line
           else
               move spaces to ls-answer-trim
                                               delimited by size
                       ls-answer-trim           delimited by space
                       ')'                     delimited by size
                       ' ['                    delimited by size
                       ls-answer-source         delimited by space
                       ']'                     delimited by size
                       into disposition-line
           end-if

               string  'FACTOR '           delimited by size
                       ls-operand-trim      delimited by space
                       ' = prime'          delimited by size
                       ' ['                delimited by size
                       ls-answer-source     delimited by space
                       ']'                 delimited by size
                       into disposition-line
               write disposition-line
               exit paragraph
           string  'FACTOR '           delimited by size
                   ls-operand-trim      delimited by space
                   ':'                 delimited by size
                   ' ['                delimited by size
                   ls-answer-source     delimited by space
                   ']'                 delimited by size
                   into disposition-line
           write disposition-line

               string  'FACTOR '           delimited by size
                       ls-operand-trim      delimited by space
                       ' = prime'          delimited by size
                       ' ['                delimited by size
                       ls-answer-source     delimited by space
                       ']'                 delimited by size
                       into disposition-line
               write disposition-line
               exit paragraph
           string  'FACTOR '           delimited by size
                   ls-operand-trim      delimited by space
                   ':'                 delimited by size
                   ' ['                delimited by size
                   ls-answer-source     delimited by space
                   ']'                 delimited by size
                   into disposition-line
           write disposition-line

           move ls-target2 to ls-range-high
           move zero to ls-range-prime-count

           perform 3300-master-count
           if master-answered
               move 'master' to ls-answer-source
           else
               perform varying ls-scan-value from ls-range-low by 1
                       until ls-scan-value > ls-range-high
                   if ls-scan-value >= 2
                       move ls-scan-value to ls-target
                       perform 2150-test-target
                       if is-prime
                           add 1 to ls-range-prime-count
                       end-if
                   end-if
               end-perform
           end-if

           move spaces to ls-answer-trim
           move ls-range-prime-count to ls-num-disp
                   ' = '               delimited by size
                   ls-answer-trim       delimited by space
                   ' prime(s)'         delimited by size
                   ' ['                delimited by size
                   ls-answer-source     delimited by space
                   ']'                 delimited by size
                   into disposition-line
           write disposition-line
           .
           move ls-target to ls-scan-value
           move zero to ls-range-prime-count

           perform 3400-master-nextprime
           if master-answered
               move 'master' to ls-answer-source
           else
               perform until exit
                   if ls-scan-value = c-value-ceiling
                       exit perform
                   end-if
                   add 1 to ls-scan-value

                   if ls-scan-value >= 2
                       move ls-scan-value to ls-target
                       perform 2150-test-target
                       if is-prime
                           move 1 to ls-range-prime-count
                           exit perform
                       end-if
                   end-if
               end-perform
           end-if

           move spaces to disposition-line
           if ls-range-prime-count = zero
               string  'NEXTPRIME '        delimited by size
                       ls-operand-trim      delimited by space
                       ' = none'           delimited by size
                       ' ['                delimited by size
                       ls-answer-source     delimited by space
                       ']'                 delimited by size
                       into disposition-line
           else
               move spaces to ls-answer-trim
                       ls-operand-trim      delimited by space
                       ' = '               delimited by size
                       ls-answer-trim       delimited by space
                       ' ['                delimited by size
                       ls-answer-source     delimited by space
                       ']'                 delimited by size
                       into disposition-line
           end-if
           write disposition-line
      *    because 2 is the smallest prime there is.
           move zero to ls-range-prime-count

           perform 3500-master-prevprime
           if master-answered
               move 'master' to ls-answer-source
           end-if

           if ls-target > 2 and not master-answered
               compute ls-scan-value = ls-target - 1
               perform until ls-scan-value < 2
                   move ls-scan-value to ls-target
               string  'PREVPRIME '        delimited by size
                       ls-operand-trim      delimited by space
                       ' = none'           delimited by size
                       ' ['                delimited by size
                       ls-answer-source     delimited by space
                       ']'                 delimited by size
                       into disposition-line
           else
               move spaces to ls-answer-trim
                       ls-operand-trim      delimited by space
                       ' = '               delimited by size
                       ls-answer-trim       delimited by space
                       ' ['                delimited by size
                       ls-answer-source     delimited by space
                       ']'                 delimited by size
                       into disposition-line
           end-if
           write disposition-line
                   ls-operand2-trim     delimited by space
                   ' = '               delimited by size
                   ls-answer-trim       delimited by space
                   ' ['                delimited by size
                   ls-answer-source     delimited by space
                   ']'                 delimited by size
                   into disposition-line
           write disposition-line
           .
                       ' '                 delimited by size
                       ls-operand2-trim     delimited by space
                       ' = yes'            delimited by size
                       ' ['                delimited by size
                       ls-answer-source     delimited by space
                       ']'                 delimited by size
                       into disposition-line
           else
               move spaces to ls-answer-trim
                       ' = no (gcd '       delimited by size
                       ls-answer-trim       delimited by space
                       ')'                 delimited by size
                       ' ['                delimited by size
                       ls-answer-source     delimited by space
                       ']'                 delimited by size
                       into disposition-line
           end-if
           write disposition-line
           .
       2600-process-resubmissions.
      *    Corrected records primesus has queued are run after the
      *    night's own transactions, through the same verbs. Only an
      *    item the suspense log shows as awaiting resubmission is
      *    taken, so feeding the same queue twice does no harm. A
      *    correction that passes clears its item; one that is
      *    refused again goes back to suspense as the next attempt.
           open input resubmit-file
           if resubmit-absent
               exit paragraph
           end-if
           if not resubmit-status-ok
               move 'PRM0533W' to ls-msg-id
               move ls-resubmit-status to ls-msg-status
               move spaces to ls-msg-text
               string  'Cannot open resubmission file; corrections '
                                                  delimited by size
                       'wait for the next run.'   delimited by size
                       into ls-msg-text
               perform 8010-issue-open-error
               exit paragraph
           end-if

           if suspense-disabled
               close resubmit-file
               exit paragraph
           end-if

           perform 2610-load-pending-items

           perform until exit
               read resubmit-file
                   at end
                       exit perform
               end-read

               move spaces to ls-resubmit-item ls-resubmit-record
               unstring resubmit-line delimited by '|'
                   into ls-resubmit-item ls-resubmit-record
               if ls-resubmit-item = spaces
                   exit perform cycle
               end-if

               perform 2620-find-pending-item
               if ls-pending-idx > ls-pending-count
                   add 1 to ls-not-pending-count
                   exit perform cycle
               end-if
               if not pd-resubmitted(ls-pending-idx)
                   add 1 to ls-not-pending-count
                   exit perform cycle
               end-if

               add 1 to ls-read-count
               add 1 to ls-resubmitted-count
               move ls-resubmit-record to transaction-line
               move ls-resubmit-item to ls-prior-item-id
               if ls-pd-attempt(ls-pending-idx) < 999
                   compute ls-attempt =
                           ls-pd-attempt(ls-pending-idx) + 1
               else
                   move 999 to ls-attempt
               end-if
               set pd-closed(ls-pending-idx) to true

      *        A re-reject is a new item of this run, linked back.
               add 1 to ls-line-number
               move spaces to ls-item-id
               string  ls-run-date        delimited by size
                       ls-run-time        delimited by size
                       '-'                delimited by size
                       ls-line-number     delimited by size
                       into ls-item-id

               move ls-rejected-count to ls-rejected-before
               perform 2100-process-one-transaction
               if ls-rejected-count = ls-rejected-before
                   add 1 to ls-cleared-count
                   perform 2630-clear-item
               end-if
           end-perform

           close resubmit-file

      *    Every queued correction has now had its run; empty the
      *    queue so tomorrow's starts from whatever primesus adds.
           open output resubmit-file
           if resubmit-status-ok
               close resubmit-file
           end-if

           if ls-not-pending-count > zero
               move ls-not-pending-count to ls-count-disp
               move 'PRM0534W' to ls-msg-id
               move spaces to ls-msg-text
               string  'Resubmitted records not awaiting'
                                       delimited by size
                       ' resubmission were skipped:'
                                       delimited by size
                       ls-count-disp   delimited by size
                       into ls-msg-text
               perform 8000-issue-message
           end-if
           .
       2610-load-pending-items.
      *    Each item's latest state, read from the whole log: a
      *    REJECT opens an item (and closes the one it corrected),
      *    RESUB queues it, CLEARED and VOID close it.
           close suspense-file
           open input suspense-file
           if not suspense-status-ok
               set suspense-disabled to true
               exit paragraph
           end-if

           perform until exit
               read suspense-file
                   at end
                       exit perform
               end-read

               move spaces to ls-suspense-fields
               unstring suspense-line delimited by '|'
                   into ls-sf-event ls-sf-item ls-sf-date ls-sf-time
                        ls-sf-reason ls-sf-attempt ls-sf-prior

               move ls-sf-item to ls-resubmit-item
               perform 2620-find-pending-item

               evaluate ls-sf-event
                   when 'REJECT'
                       if ls-pending-idx > ls-pending-count
                           perform 2615-add-pending-item
                       end-if
                       if ls-sf-prior not = spaces
                           move ls-sf-prior to ls-resubmit-item
                           perform 2620-find-pending-item
                           if ls-pending-idx <= ls-pending-count
                               set pd-closed(ls-pending-idx) to true
                           end-if
                       end-if
                   when 'RESUB'
                       if ls-pending-idx <= ls-pending-count
                           set pd-resubmitted(ls-pending-idx) to true
                       end-if
                   when 'CLEARED'
                   when 'VOID'
                       if ls-pending-idx <= ls-pending-count
                           set pd-closed(ls-pending-idx) to true
                       end-if
               end-evaluate
           end-perform

           close suspense-file
           open extend suspense-file
           if not suspense-status-ok
               set suspense-disabled to true
           end-if
           .
       2615-add-pending-item.
           if ls-pending-count >= 5000
               if not pending-overflowed
                   set pending-overflowed to true
                   move 'PRM0535W' to ls-msg-id
                   move spaces to ls-msg-text
                   string  'Suspense log holds more than 5000 items; '
                                                      delimited by size
                           'later items cannot be resubmitted this run.'
                                                      delimited by size
                           into ls-msg-text
                   perform 8000-issue-message
               end-if
               exit paragraph
           end-if

           add 1 to ls-pending-count
           move ls-sf-item to ls-pd-item(ls-pending-count)
           move 1 to ls-pd-attempt(ls-pending-count)
           if ls-sf-attempt is numeric
               move ls-sf-attempt to ls-pd-attempt(ls-pending-count)
           end-if
           set pd-open(ls-pending-count) to true
           .
       2620-find-pending-item.
      *    Leaves ls-pending-idx on ls-resubmit-item's entry, or one
      *    past the last when it has none.
           perform varying ls-pending-idx from 1 by 1
                   until ls-pending-idx > ls-pending-count
               if ls-pd-item(ls-pending-idx) = ls-resubmit-item
                   exit perform
               end-if
           end-perform
           .
       2630-clear-item.
           if suspense-disabled
               exit paragraph
           end-if

           move spaces to suspense-line
           string  'CLEARED|'          delimited by size
                   ls-prior-item-id     delimited by space
                   '|'                 delimited by size
                   ls-run-date          delimited by size
                   '|'                 delimited by size
                   ls-run-time          delimited by size
                   '|'                 delimited by size
                   ls-item-id           delimited by space
                   into suspense-line
           write suspense-line
           .
       2900-write-summary.
           move ls-read-count to ls-count-disp
           move spaces to disposition-line
                   into disposition-line
           write disposition-line

           move ls-resubmitted-count to ls-count-disp
           move spaces to disposition-line
           string  '                resubmitted='
                                               delimited by size
                   ls-count-disp               delimited by size
                   into disposition-line
           write disposition-line

           move ls-cleared-count to ls-count-disp
           move spaces to disposition-line
           string  '                cleared='  delimited by size
                   ls-count-disp               delimited by size
                   into disposition-line
           write disposition-line

           move ls-cache-hit-count to ls-count-disp
           move spaces to disposition-line
           string  '                cache-hits=' delimited by size
                   into disposition-line
           write disposition-line

           move ls-master-answer-count to ls-count-disp
           move spaces to disposition-line
           string  '                from-master='
                                               delimited by size
                   ls-count-disp               delimited by size
                   into disposition-line
           write disposition-line

           move ls-computed-count to ls-count-disp
           move spaces to disposition-line
           string  '                computed=' delimited by size
                   ls-count-disp               delimited by size
                   into disposition-line
           write disposition-line

           if cache-disabled
               close standard-error transaction-file disposition-file
           else
               close standard-error transaction-file disposition-file
                       cache-file
           end-if
           if not suspense-disabled
               close suspense-file
           end-if
           if ls-part-open-idx not = zero
               close master-file
           end-if
           perform 7920-release-share
           perform 7900-release-claims
           .
       3000-master-primality.
      *    ISPRIME/FACTOR from the master: inside a segment every
      *    prime is on file, so the target is prime exactly when the
      *    walk stops on it. A composite still needs its smallest
      *    factor, which only division finds -- and a target the
      *    master calls composite but division proves prime means
      *    the index no longer describes the master.
           set master-answered to false
           if not master-ready
               exit paragraph
           end-if

           move ls-target to ls-cover-low ls-cover-high
           perform 3100-find-segment
           if ls-seg-idx = zero
               exit paragraph
           end-if

           move ls-target to ls-walk-value
           perform 3200-walk-master
           if not master-ready
               exit paragraph
           end-if

           if ls-walk-last-value = ls-target
               set is-prime to true
               move zero to ls-smallest-factor
           else
               perform 2150-test-target
               if is-prime
                   perform 3900-drop-stale-index
                   exit paragraph
               end-if
           end-if

           set master-answered to true
           .
       3010-position-master.
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

               perform 3020-switch-partition
               if not master-ready
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
       3020-switch-partition.
      *    Closes the partition in hand, if it is not the one wanted,
      *    and opens ls-part-idx's. A partition that will not open
      *    ends master-backed answering for the run.
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
               move 'PRM0554W' to ls-msg-id
               move ls-master-status to ls-msg-status
               move spaces to ls-msg-text
               string  'Cannot open prime master file;'
                                       delimited by size
                       ' answering by trial division.'
                                       delimited by size
                       into ls-msg-text
               perform 8010-issue-open-error
               set master-ready to false
               exit paragraph
           end-if

           move ls-part-idx to ls-part-open-idx
           .
       3030-read-next-master.
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
               perform 3010-position-master
               if master-exhausted
                   exit paragraph
               end-if
           end-perform
           .
       3100-find-segment.
      *    The segment holding all of ls-cover-low thru ls-cover-high,
      *    or zero. A segment starting at the first prime (index 1)
      *    also covers everything below it, where there are none.
           move zero to ls-seg-idx

           perform varying ls-seg-scan from 1 by 1
                   until ls-seg-scan > ls-seg-count
               if (ls-cover-low >= ls-sg-low-value(ls-seg-scan) or
                       ls-sg-low-seq(ls-seg-scan) = 1) and
                       ls-cover-high <= ls-sg-high-value(ls-seg-scan)
                   move ls-seg-scan to ls-seg-idx
                   exit perform
               end-if
           end-perform
           .
       3200-walk-master.
      *    Finds the last prime at or below ls-walk-value in segment
      *    ls-seg-idx, and its true index, by starting at the nearest
      *    milestone below and reading forward. Every record read must
      *    carry the index one past the record before it and the
      *    milestone must be where the index says; anything else
      *    means the master has moved on since primemile ran.
           move zero to ls-walk-last-value ls-walk-next-value

           if ls-walk-value < ls-sg-low-value(ls-seg-idx)
               compute ls-walk-last-seq =
                       ls-sg-low-seq(ls-seg-idx) - 1
               move ls-sg-low-value(ls-seg-idx) to ls-walk-next-value
               exit paragraph
           end-if

           move ls-sg-ms-first(ls-seg-idx) to ls-ms-lo
           move ls-sg-ms-last(ls-seg-idx) to ls-ms-hi
           perform until ls-ms-lo >= ls-ms-hi
               compute ls-ms-mid = (ls-ms-lo + ls-ms-hi + 1) / 2
               if ls-ms-value(ls-ms-mid) <= ls-walk-value
                   move ls-ms-mid to ls-ms-lo
               else
                   compute ls-ms-hi = ls-ms-mid - 1
               end-if
           end-perform

           move ls-ms-value(ls-ms-lo) to ls-part-seek
           perform 3010-position-master
           if not master-exhausted
               perform 3030-read-next-master
           end-if
           if not master-ready
               exit paragraph
           end-if
           if master-exhausted or
                   mst-value not = ls-ms-value(ls-ms-lo) or
                   mst-seq not = ls-ms-seq(ls-ms-lo)
               perform 3900-drop-stale-index
               exit paragraph
           end-if

           move mst-value to ls-walk-last-value
           move mst-seq to ls-walk-last-seq

           perform until exit
               perform 3030-read-next-master
               if not master-ready
                   exit paragraph
               end-if
               if master-exhausted or
                       mst-value > ls-sg-high-value(ls-seg-idx)
                   exit perform
               end-if
               if mst-seq not = ls-walk-last-seq + 1
                   perform 3900-drop-stale-index
                   exit paragraph
               end-if
               if mst-value > ls-walk-value
                   move mst-value to ls-walk-next-value
                   exit perform
               end-if

               move mst-value to ls-walk-last-value
               move mst-seq to ls-walk-last-seq
           end-perform

      *    The segment's own high value must still be on file.
           if ls-walk-next-value = zero and
                   ls-walk-last-value not =
                           ls-sg-high-value(ls-seg-idx)
               perform 3900-drop-stale-index
           end-if
           .
       3300-master-count.
      *    COUNT from the master: the primes up to high less the
      *    primes below low, both read off true indexes. Below the
      *    segment's low value the count is simply one less than
      *    that value's own index.
           set master-answered to false
           if not master-ready
               exit paragraph
           end-if

           move ls-range-low to ls-cover-low
           move ls-range-high to ls-cover-high
           perform 3100-find-segment
           if ls-seg-idx = zero
               exit paragraph
           end-if

           if ls-range-low <= ls-sg-low-value(ls-seg-idx)
               compute ls-count-low-seq =
                       ls-sg-low-seq(ls-seg-idx) - 1
           else
               compute ls-walk-value = ls-range-low - 1
               perform 3200-walk-master
               if not master-ready
                   exit paragraph
               end-if
               move ls-walk-last-seq to ls-count-low-seq
           end-if

           move ls-range-high to ls-walk-value
           perform 3200-walk-master
           if not master-ready
               exit paragraph
           end-if

           compute ls-range-prime-count =
                   ls-walk-last-seq - ls-count-low-seq
           set master-answered to true
           .
       3400-master-nextprime.
      *    NEXTPRIME from the master: the segment must run past the
      *    operand, so the prime after it is on file too.
           set master-answered to false
           if not master-ready or ls-target = c-value-ceiling
               exit paragraph
           end-if

           move ls-target to ls-cover-low
           compute ls-cover-high = ls-target + 1
           perform 3100-find-segment
           if ls-seg-idx = zero
               exit paragraph
           end-if

           move ls-target to ls-walk-value
           perform 3200-walk-master
           if not master-ready or ls-walk-next-value = zero
               exit paragraph
           end-if

           move ls-walk-next-value to ls-scan-value
           move 1 to ls-range-prime-count
           set master-answered to true
           .
       3500-master-prevprime.
      *    PREVPRIME from the master: the last prime at or below one
      *    less than the operand. 2 and below have no answer to look
      *    up, and are left to 2540-do-prevprime.
           set master-answered to false
           if not master-ready or ls-target <= 2
               exit paragraph
           end-if

           compute ls-cover-low = ls-target - 1
           move ls-cover-low to ls-cover-high
           perform 3100-find-segment
           if ls-seg-idx = zero
               exit paragraph
           end-if

           move ls-cover-low to ls-walk-value
           perform 3200-walk-master
           if not master-ready or ls-walk-last-seq = zero
               exit paragraph
           end-if

           move ls-walk-last-value to ls-scan-value
           move 1 to ls-range-prime-count
           set master-answered to true
           .
       3900-drop-stale-index.
      *    The index and the master disagree: say so once and answer
      *    by division for the rest of the run.
           move 'PRM0555W' to ls-msg-id
           move spaces to ls-msg-text
           string  'Milestone index '    delimited by size
                   ls-milestone-file      delimited by space
                   ' no longer matches the master; rerun primemile.'
                                         delimited by size
                   into ls-msg-text
           perform 8000-issue-message
           set master-ready to false
           .
       4050-parse-numeric-field.
           move zero to ls-generic-temp
               move ls-generic-temp to ls-generic-value
           end-if
           .
       7010-claim-one-file.
           if ls-lock-name = spaces or ls-lock-name = c-stdout
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
           string  'primebat '   delimited by size
                   ls-run-date    delimited by size
                   ' '           delimited by size
                   ls-run-time    delimited by size
                   into lock-record
           write lock-record
           close lock-file

           add 1 to ls-lock-claim-count
           move ls-lock-name to ls-lock-claims(ls-lock-claim-count)
           .
       7020-share-master.
      *    The master is only read here, so the claim taken on it is
      *    the shared kind primeshr keeps: other readers may hold it
      *    at the same time, but a run holding the exclusive
      *    '<master>.lck' keeps this one out, and this one keeps a
      *    merge or restore out until it lets go. Being kept out only
      *    costs the master-backed answers.
           move spaces to ls-shr-stamp
           string  'primebat '   delimited by size
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
                   move 'PRM0554W' to ls-msg-id
                   move spaces to ls-msg-text
                   string  'Master is claimed by '
                                           delimited by size
                           ls-shr-owner     delimited by '  '
                           '; answering by trial division.'
                                           delimited by size
                           into ls-msg-text
                   perform 8000-issue-message
               when other
                   move 'PRM0554W' to ls-msg-id
                   move spaces to ls-msg-text
                   string  'Cannot record shared claim on the master;'
                                       delimited by size
                           ' answering by trial division.'
                                       delimited by size
                           into ls-msg-text
                   perform 8000-issue-message
           end-evaluate
           .
       7050-resolve-files.
      *    Every shared file comes from the run's environment
      *    configuration (primeenv); a keyword that names a file
      *    still overrides it for the run.
           move 'CACHE' to ls-env-logical
           perform 7055-resolve-one-file
           move ls-env-path to ls-cache-file

           move 'SUSPENSE' to ls-env-logical
           perform 7055-resolve-one-file
           move ls-env-path to ls-suspense-file

           move 'RESUBMIT' to ls-env-logical
           perform 7055-resolve-one-file
           move ls-env-path to ls-resubmit-file

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
       7900-release-claims.
      *    Deletes exactly the claims this run made, and nothing
      *    else. CBL_DELETE_FILE reports through RETURN-CODE, which
      *    must not leak into the run's own condition code.
           move return-code to ls-lock-save-rc

           perform varying ls-lock-idx from 1 by 1
                   until ls-lock-idx > ls-lock-claim-count
               move spaces to ls-lock-file-name
               string  ls-lock-claims(ls-lock-idx)
                                     delimited by space
                       '.lck'        delimited by size
                       into ls-lock-file-name
               call 'CBL_DELETE_FILE' using ls-lock-file-name
           end-perform

           move zero to ls-lock-claim-count
           move ls-lock-save-rc to return-code
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
