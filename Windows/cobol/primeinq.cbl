      ******************************************************************
      * primeinq: Operator inquiry over the prime master. Answers the  *
      * telephone questions -- is this number on file, what index is   *
      * it, where did it come from, which files we sent cover it --    *
      * from one prompt instead of three batch listings:               *
      *                                                                *
      *   V value    look the value up on the master                   *
      *   S index    look a prime up by its sequence number            *
      *   F          page forward through the neighbouring primes      *
      *   B          page back through the neighbouring primes         *
      *   Q          end the inquiry                                   *
      *                                                                *
      * A lookup shows the master record (index, square and origin)    *
      * or says the value is not on file, then a page of the primes    *
      * from that point on; the value's disposition in the primebat    *
      * factor cache, with its p^e breakdown when it is composite;     *
      * and every dataset-catalog registration whose value span takes  *
      * it in. S scans the master from the front for the index, the    *
      * same way primextr SEQS selects.                                *
      *                                                                *
      * Nothing is ever written. The master is read under the same     *
      * shared claim (primeshr) every other reader takes, but only     *
      * for the length of one lookup or page: an idle screen never     *
      * holds a merge off. A lookup refused because a merge or         *
      * restore holds the master is reported and may simply be tried   *
      * again. A value-band partitioned master (primepart) is read     *
      * across its partitions as if it were still one file.            *
      *                                                                *
      * MASTER=, CACHE= and CATALOG= name other files than the ones    *
      * the run's environment maps (primeenv).                         *
      ******************************************************************
       identification division.
       program-id. primeinq.

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
           select  cache-file assign ls-cache-file
                   organization is indexed
                   access mode is dynamic
                   record key is fc-value
                   file status is ls-cache-status
                   .
           select  catalog-file assign ls-catalog-file
                   organization is line sequential
                   access mode is sequential
                   file status is ls-catalog-status
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

      *    Same record layout primebat maintains.
       fd  cache-file.
       01  cache-record.
           05  fc-value                    pic 9(20).
           05  fc-disposition              pic x(01).
           05  fc-smallest                 pic 9(20).
           05  fc-factors                  pic x(200).

       fd  catalog-file.
       01  catalog-line                    pic x(512).

       local-storage section.

      *    Largest value the 64-bit binary-double unsigned fields can
      *    carry; 4050-parse-numeric-field rejects anything larger so
      *    an oversized operand is an error, not a silent wraparound.
       78  c-value-ceiling                 value
                                           18446744073709551615.
       78  c-page-size                     value 10.

       01  filler.
           05  ls-arguments                pic x(256) value spaces.
           05  ls-token-area.
               10  ls-token                occurs 4 times
                                           pic x(256).
               10  ls-token-count          binary-long unsigned.
           05  ls-token-idx                binary-long unsigned.
           05  ls-master-file              pic x(256) value spaces.
           05  ls-cache-file               pic x(256) value spaces.
           05  ls-catalog-file             pic x(256) value spaces.
           05  ls-answer                   pic x(80).
           05  ls-inquiry-verb             pic x(10).
           05  ls-inquiry-operand          pic x(20).
           05  ls-inquiry-extra            pic x(20).
           05  ls-run-date                 pic x(08).
           05  ls-run-time                 pic x(08).
           05  switches.
               10  filler                  pic x(01) value 'N'.
                   88  fatal-error         value 'Y' false 'N'.
               10  filler                  pic x(01) value 'N'.
                   88  inquiry-failed      value 'Y' false 'N'.
               10  filler                  pic x(01) value 'N'.
                   88  quit-requested      value 'Y' false 'N'.
               10  filler                  pic x(01) value 'N'.
                   88  master-partitioned  value 'Y' false 'N'.
               10  filler                  pic x(01) value 'N'.
                   88  master-exhausted    value 'Y' false 'N'.
               10  filler                  pic x(01) value 'N'.
                   88  page-shown          value 'Y' false 'N'.
               10  filler                  pic x(01) value 'N'.
                   88  focus-on-file       value 'Y' false 'N'.
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
           05  ls-focus-value              binary-double unsigned.
           05  ls-focus-index              binary-double unsigned.
           05  ls-last-index               binary-double unsigned.
           05  ls-page-first               binary-double unsigned
                                           value zero.
           05  ls-page-last                binary-double unsigned
                                           value zero.
      *    A backward page is read highest-first; it is held here so
      *    it can be shown in value order like any other page.
           05  ls-back-count               binary-long unsigned.
           05  ls-back-idx                 binary-long unsigned.
           05  ls-back-entry               occurs 10 times.
               10  ls-back-value           pic 9(20).
               10  ls-back-seq             pic 9(20).
           05  ls-show-value               pic 9(20).
           05  ls-show-seq                 pic 9(20).
           05  ls-page-count               binary-long unsigned.
           05  ls-cover-count              binary-long unsigned.
           05  ls-cat-fields.
               10  ls-cf-date              pic x(08).
               10  ls-cf-time              pic x(08).
               10  ls-cf-pgm               pic x(20).
               10  ls-cf-name              pic x(256).
               10  ls-cf-type              pic x(08).
               10  ls-cf-low               pic x(20).
               10  ls-cf-high              pic x(20).
               10  ls-cf-count             pic x(09).
           05  ls-cf-low-value             binary-double unsigned.
           05  ls-cf-high-value            binary-double unsigned.
      *    Numbers are shown without their leading blanks: the edited
      *    picture is trimmed into ls-num-text.
           05  ls-num-edit                 pic z(19)9(01).
           05  ls-num-text                 pic x(20).
           05  ls-num-lead                 binary-long unsigned.
           05  ls-value-text               pic x(20).
           05  ls-seq-text                 pic x(20).
           05  ls-line                     pic x(80).
           05  ls-page-line.
               10  ls-page-mark            pic x(02).
               10  ls-page-seq             pic z(19)9(01).
               10  filler                  pic x(02) value ': '.
               10  ls-page-value           pic z(19)9(01).
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
               10  ls-cache-status         pic 9(01)x(01).
                   88  cache-status-ok     value '00'.
                   88  cache-not-found     value '35'.
               10  ls-catalog-status       pic 9(01)x(01).
                   88  catalog-status-ok   value '00'.
                   88  catalog-absent      value '35'.

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

           perform 1000-get-command-line

           if fatal-error
               close standard-error
               perform 8090-set-return-code
               goback
           end-if

           display 'PRIMEINQ - prime master inquiry'
           display 'Master ' ls-master-file(1:60)

           perform 2000-take-inquiry until quit-requested

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
                   until ls-token-idx > 4 or fatal-error
               evaluate true
                   when ls-token(ls-token-idx) = spaces
                       continue
                   when ls-token(ls-token-idx)(1:7) = 'MASTER='
                           and ls-token(ls-token-idx)(8:) not = spaces
                       move ls-token(ls-token-idx)(8:)
                               to ls-master-file
                   when ls-token(ls-token-idx)(1:6) = 'CACHE='
                           and ls-token(ls-token-idx)(7:) not = spaces
                       move ls-token(ls-token-idx)(7:)
                               to ls-cache-file
                   when ls-token(ls-token-idx)(1:8) = 'CATALOG='
                           and ls-token(ls-token-idx)(9:) not = spaces
                       move ls-token(ls-token-idx)(9:)
                               to ls-catalog-file
                   when other
                       perform 1900-issue-usage-error
               end-evaluate
           end-perform
           .
       1700-load-partitions.
      *    No directory means the master has never been split: it is
      *    the one file it always was, covering every value. Loaded
      *    afresh under every claim, since a split may have happened
      *    since the last lookup.
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
               display 'Cannot read master partition directory (file'
                       ' status ' ls-part-dir-status ').'
               set inquiry-failed to true
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
           move 'PRM0413E' to ls-msg-id
           move 'Usage is primeinq [MASTER=] [CACHE=] [CATALOG=].'
                   to ls-msg-text
           perform 8000-issue-message
           set fatal-error to true
           .
       2000-take-inquiry.
           display ' '
           display 'V value, S index, F forward, B back, Q quit: '
                   with no advancing
           move spaces to ls-answer
           accept ls-answer

           move spaces to ls-inquiry-verb ls-inquiry-operand
                          ls-inquiry-extra
           unstring ls-answer delimited by all space
               into ls-inquiry-verb ls-inquiry-operand
                    ls-inquiry-extra
           inspect ls-inquiry-verb converting 'vsfbq' to 'VSFBQ'

           if ls-inquiry-verb(2:) not = spaces
                   or ls-inquiry-extra not = spaces
               display 'Not a recognised inquiry.'
               exit paragraph
           end-if

           evaluate ls-inquiry-verb(1:1)
               when 'Q'
                   set quit-requested to true
               when 'V'
                   move ls-inquiry-operand to ls-generic-text
                   perform 4050-parse-numeric-field
                   if not generic-value-valid
                       display 'A value is required.'
                   else
                       move ls-generic-value to ls-focus-value
                       perform 3000-inquire-value
                   end-if
               when 'S'
                   move ls-inquiry-operand to ls-generic-text
                   perform 4050-parse-numeric-field
                   if not generic-value-valid or
                           ls-generic-value = zero
                       display 'A positive index is required.'
                   else
                       move ls-generic-value to ls-focus-index
                       perform 3100-inquire-index
                   end-if
               when 'F'
                   if not page-shown
                       display 'Look a value up first.'
                   else
                       perform 3200-page-forward
                   end-if
               when 'B'
                   if not page-shown
                       display 'Look a value up first.'
                   else
                       perform 3300-page-back
                   end-if
               when other
                   display 'Not a recognised inquiry.'
           end-evaluate
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
               if inquiry-failed
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
               display 'Cannot open prime master file (file status '
                       ls-master-status ').'
               set inquiry-failed to true
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
       2050-position-master-back.
      *    The mirror of 2010: positions the master so the next read
      *    backward returns the last record below ls-part-seek,
      *    starting in the last partition whose band begins below it
      *    and passing back over any holding nothing that low.
           set master-exhausted to false
           move ls-part-count to ls-part-idx
           perform until ls-part-idx = zero
                   or ls-part-low(ls-part-idx) < ls-part-seek
               subtract 1 from ls-part-idx
           end-perform

           perform until exit
               if ls-part-idx = zero
                   set master-exhausted to true
                   exit paragraph
               end-if

               perform 2020-switch-partition
               if inquiry-failed
                   set master-exhausted to true
                   exit paragraph
               end-if

               move ls-part-seek to mst-value
               start master-file key < mst-value
                   invalid key
                       subtract 1 from ls-part-idx
                   not invalid key
                       exit paragraph
               end-start
           end-perform
           .
       2060-read-prior-master.
      *    Reads the master backward in value order across its
      *    partitions; only the front of the first is the front of
      *    the master.
           perform until exit
               read master-file previous
                   at end
                       continue
                   not at end
                       exit paragraph
               end-read

               if ls-part-open-idx <= 1
                   set master-exhausted to true
                   exit paragraph
               end-if

               move ls-part-low(ls-part-open-idx) to ls-part-seek
               perform 2050-position-master-back
               if master-exhausted
                   exit paragraph
               end-if
           end-perform
           .
       3000-inquire-value.
      *    The master record, and a page from the value on, under one
      *    claim; the cache and catalog are read after it is let go.
           perform 7000-open-master
           if not inquiry-failed
               set focus-on-file to false
               move ls-focus-value to ls-part-seek
               perform 2010-position-master
               if not master-exhausted
                   perform 2030-read-next-master
               end-if
               if not master-exhausted and
                       mst-value = ls-focus-value
                   set focus-on-file to true
                   perform 4000-show-master-record
               else
                   move ls-focus-value to ls-num-edit
                   perform 4060-trim-number
                   move spaces to ls-line
                   string  ls-num-text         delimited by space
                           ' is not on the prime master.'
                                               delimited by size
                           into ls-line
                   display ls-line
               end-if

               move ls-focus-value to ls-part-seek
               perform 4100-show-page-forward
           end-if
           perform 7900-close-master

           perform 4200-show-factor-cache
           perform 4300-show-catalog
           .
       3100-inquire-index.
      *    Sequence numbers carry no key, so the master is read from
      *    the front; known indexes ascend with the values, so the
      *    scan stops at the first index past the one wanted. Records
      *    of unknown index (sequence zero) are passed over.
           perform 7000-open-master
           if not inquiry-failed
               set focus-on-file to false
               move zero to ls-last-index
               move zeroes to ls-part-seek
               perform 2010-position-master
               perform until master-exhausted
                   perform 2030-read-next-master
                   if master-exhausted
                       exit perform
                   end-if
                   if mst-seq not = zero
                       if mst-seq > ls-focus-index
                           exit perform
                       end-if
                       move mst-seq to ls-last-index
                       if mst-seq = ls-focus-index
                           set focus-on-file to true
                           move mst-value to ls-focus-value
                           exit perform
                       end-if
                   end-if
               end-perform
           end-if
           perform 7900-close-master

           if inquiry-failed
               exit paragraph
           end-if

           if focus-on-file
               perform 3000-inquire-value
           else
               move ls-focus-index to ls-num-edit
               perform 4060-trim-number
               move ls-num-text to ls-seq-text
               move ls-last-index to ls-num-edit
               perform 4060-trim-number
               move spaces to ls-line
               string  'No prime of index '   delimited by size
                       ls-seq-text             delimited by space
                       ' is on the master (known indexes run to '
                                              delimited by size
                       ls-num-text             delimited by space
                       ').'                   delimited by size
                       into ls-line
               display ls-line
           end-if
           .
       3200-page-forward.
           if ls-page-last >= c-value-ceiling
               display 'Already at the end of the master.'
               exit paragraph
           end-if

           perform 7000-open-master
           if not inquiry-failed
               compute ls-part-seek = ls-page-last + 1
               perform 4100-show-page-forward
           end-if
           perform 7900-close-master
           .
       3300-page-back.
           perform 7000-open-master
           if not inquiry-failed
               perform 4150-show-page-back
           end-if
           perform 7900-close-master
           .
       4000-show-master-record.
           move mst-value to ls-num-edit
           perform 4060-trim-number
           move ls-num-text to ls-value-text
           move spaces to ls-line
           if mst-seq = zero
               string  ls-value-text           delimited by space
                       ' is prime; its index is not yet known'
                                              delimited by size
                       ' (awaiting primeseq).' delimited by size
                       into ls-line
           else
               move mst-seq to ls-num-edit
               perform 4060-trim-number
               string  ls-value-text           delimited by space
                       ' is prime, index '    delimited by size
                       ls-num-text             delimited by space
                       '.'                    delimited by size
                       into ls-line
           end-if
           display ls-line

           move mst-square to ls-num-edit
           perform 4060-trim-number
           display '  Square       ' ls-num-text

           move spaces to ls-line
           evaluate true
               when mst-from-generator
                   string  'generator run '   delimited by size
                           mst-run-pgm         delimited by space
                           into ls-line
               when mst-from-partner
                   string  'partner load '    delimited by size
                           mst-run-pgm         delimited by space
                           into ls-line
               when mst-from-restore
                   string  'rebuilt by '      delimited by size
                           mst-run-pgm         delimited by space
                           ' rollback'        delimited by size
                           into ls-line
               when other
                   move 'not recorded' to ls-line
           end-evaluate
           if not mst-from-unknown
               string  ls-line              delimited by '  '
                       ' '                  delimited by size
                       mst-run-date         delimited by size
                       ' '                  delimited by size
                       mst-run-time         delimited by size
                       into ls-line
           end-if
           display '  Origin       ' ls-line(1:60)

           move spaces to ls-line
           if mst-added-cycle = zero
               move 'added in an unrecorded cycle' to ls-line
           else
               string  'added in cycle '  delimited by size
                       mst-added-cycle     delimited by size
                       into ls-line
           end-if
           if mst-replaced-cycle = zero
               string  ls-line              delimited by '  '
                       ', never replaced'   delimited by size
                       into ls-line
           else
               string  ls-line              delimited by '  '
                       ', last replaced in cycle '
                                            delimited by size
                       mst-replaced-cycle   delimited by size
                       into ls-line
           end-if
           display '  Delta        ' ls-line(1:60)
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
       4060-trim-number.
      *    ls-num-edit set by the caller; its digits leave left-
      *    justified in ls-num-text.
           move zero to ls-num-lead
           inspect ls-num-edit tallying ls-num-lead for leading space
           move spaces to ls-num-text
           move ls-num-edit(ls-num-lead + 1:) to ls-num-text
           .
       4100-show-page-forward.
      *    A page of primes from ls-part-seek on; the looked-up value
      *    is marked when it is one of them.
           perform 2010-position-master
           move zero to ls-page-count

           perform until master-exhausted
                   or ls-page-count >= c-page-size
               perform 2030-read-next-master
               if master-exhausted
                   exit perform
               end-if

               add 1 to ls-page-count
               if ls-page-count = 1
                   move mst-value to ls-page-first
               end-if
               move mst-value to ls-page-last
               move mst-seq to ls-show-seq
               move mst-value to ls-show-value
               perform 4110-show-page-line
           end-perform

           if ls-page-count = zero
               display 'No primes on the master at or above that'
                       ' value.'
           else
               set page-shown to true
           end-if
           .
       4110-show-page-line.
      *    One "seq: value" line from ls-show-seq and ls-show-value,
      *    the layout primextr's text extract uses; index zero shows
      *    as a '?' since it is unknown.
           move spaces to ls-page-mark
           if ls-show-value = ls-focus-value
               move '>' to ls-page-mark
           end-if
           move ls-show-seq to ls-page-seq
           move ls-show-value to ls-page-value
           if ls-show-seq = zero
               move spaces to ls-line
               move ls-page-line to ls-line
               move '?' to ls-line(22:1)
               display ls-line(1:44)
           else
               display ls-page-line
           end-if
           .
       4150-show-page-back.
      *    The page before the one on the screen, read backward from
      *    its first value and shown in value order.
           move ls-page-first to ls-part-seek
           perform 2050-position-master-back
           move zero to ls-back-count

           perform until master-exhausted
                   or ls-back-count >= c-page-size
               perform 2060-read-prior-master
               if master-exhausted
                   exit perform
               end-if

               add 1 to ls-back-count
               compute ls-back-idx = c-page-size - ls-back-count + 1
               move mst-value to ls-back-value(ls-back-idx)
               move mst-seq to ls-back-seq(ls-back-idx)
           end-perform

           if ls-back-count = zero
               display 'Already at the start of the master.'
               exit paragraph
           end-if

           compute ls-back-idx = c-page-size - ls-back-count + 1
           move ls-back-value(ls-back-idx) to ls-page-first
           move ls-back-value(c-page-size) to ls-page-last
           perform varying ls-back-idx from ls-back-idx by 1
                   until ls-back-idx > c-page-size
               move ls-back-seq(ls-back-idx) to ls-show-seq
               move ls-back-value(ls-back-idx) to ls-show-value
               perform 4110-show-page-line
           end-perform
           .
       4200-show-factor-cache.
      *    What primebat last learned about the value. The cache is
      *    only ever opened for input here, so a batch run updating it
      *    is never disturbed.
           open input cache-file
           if cache-not-found
               display '  Factor cache none (no cache file).'
               exit paragraph
           end-if
           if not cache-status-ok
               display '  Factor cache not readable (file status '
                       ls-cache-status ').'
               exit paragraph
           end-if

           move ls-focus-value to fc-value
           read cache-file
               invalid key
                   display '  Factor cache no entry for this value.'
                   close cache-file
                   exit paragraph
           end-read

           evaluate fc-disposition
               when 'P'
                   display '  Factor cache prime.'
               when 'C'
                   move fc-smallest to ls-num-edit
                   perform 4060-trim-number
                   move spaces to ls-line
                   string  '  Factor cache composite, smallest factor '
                                              delimited by size
                           ls-num-text         delimited by space
                           '.'                delimited by size
                           into ls-line
                   display ls-line
                   if fc-factors = spaces
                       display '  Factors      not cached (only an'
                               ' ISPRIME has asked).'
                   else
                       display '  Factors      ' fc-factors(1:65)
                       if fc-factors(66:) not = spaces
                           display '               '
                                   fc-factors(66:65)
                       end-if
                   end-if
               when other
                   display '  Factor cache unrecognised entry.'
           end-evaluate

           close cache-file
           .
       4300-show-catalog.
      *    Every registration whose low-high span takes the value in,
      *    oldest first, as the catalog holds them.
           move zero to ls-cover-count

           open input catalog-file
           if not catalog-status-ok
               display '  Catalog      not readable (file status '
                       ls-catalog-status ').'
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

               move ls-cf-low to ls-generic-text
               perform 4050-parse-numeric-field
               if not generic-value-valid
                   exit perform cycle
               end-if
               move ls-generic-value to ls-cf-low-value
               move ls-cf-high to ls-generic-text
               perform 4050-parse-numeric-field
               if not generic-value-valid
                   exit perform cycle
               end-if
               move ls-generic-value to ls-cf-high-value

               if ls-focus-value >= ls-cf-low-value and
                       ls-focus-value <= ls-cf-high-value
                   add 1 to ls-cover-count
                   move spaces to ls-line
                   string  '  Catalogued   '  delimited by size
                           ls-cf-name          delimited by space
                           ' ('               delimited by size
                           ls-cf-type          delimited by space
                           ') by '            delimited by size
                           ls-cf-pgm           delimited by space
                           ' '                delimited by size
                           ls-cf-date          delimited by size
                           ' '                delimited by size
                           ls-cf-time          delimited by size
                           into ls-line
                   display ls-line
               end-if
           end-perform

           close catalog-file

           if ls-cover-count = zero
               display '  Catalogued   no registration covers this'
                       ' value.'
           end-if
           .
       7000-open-master.
      *    Takes the shared claim for one lookup and loads the
      *    partition directory under it. A refusal is reported on the
      *    screen and the operator may simply ask again.
           set inquiry-failed to false
           move zero to ls-part-open-idx

           perform 7020-share-master
           if inquiry-failed
               exit paragraph
           end-if

           perform 1700-load-partitions
           .
       7020-share-master.
      *    The master is only read here, so the claim taken on it is
      *    the shared kind primeshr keeps: other readers may hold it
      *    at the same time, but a run holding the exclusive
      *    '<master>.lck' keeps this one out, and this one keeps a
      *    merge or restore out until it lets go.
           accept ls-run-date from date yyyymmdd
           accept ls-run-time from time

           move spaces to ls-shr-stamp
           string  'primeinq '          delimited by size
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
                   move spaces to ls-line
                   string  'The master is being updated ('
                                              delimited by size
                           ls-shr-owner        delimited by '  '
                           '); try again shortly.'
                                              delimited by size
                           into ls-line
                   display ls-line
                   set inquiry-failed to true
               when other
                   display 'Cannot record shared claim on the master.'
                   set inquiry-failed to true
           end-evaluate
           .
       7050-resolve-files.
      *    Every shared file comes from the run's environment
      *    configuration (primeenv); a keyword that names a file
      *    still overrides it for the run.
           move 'MASTER' to ls-env-logical
           perform 7055-resolve-one-file
           move ls-env-path to ls-master-file

           move 'CACHE' to ls-env-logical
           perform 7055-resolve-one-file
           move ls-env-path to ls-cache-file

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
       7900-close-master.
           if ls-part-open-idx not = zero
               close master-file
               move zero to ls-part-open-idx
           end-if
           perform 7920-release-share
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
