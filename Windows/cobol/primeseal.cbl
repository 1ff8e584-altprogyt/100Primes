      ******************************************************************
      * primeseal: Common tamper-evidence seal routine for the files   *
      * the auditors hold the suite to -- the prime master, the run    *
      * history, the catalog and the range ledger. Every program that  *
      * changes one of them seals it afterwards: one record appended   *
      * to the seal log (logical name SEALS, resolved through          *
      * primeenv) carrying a digest of the file's whole content,       *
      * chained to that file's previous seal --                        *
      *                                                                *
      *   date|time|program|operator|logical|path|records|prior|       *
      *   digest|previous-seal|seal                                    *
      *                                                                *
      * The seal is the digest of the record text up to and including  *
      * previous-seal, so neither a file nor the seal log can be       *
      * edited by hand without the mismatch showing; a file's chain is *
      * kept by its path. Digests are two 12-digit polynomial hashes   *
      * over the content in 3-byte chunks, each text record trimmed of *
      * trailing spaces and closed by its length; the master is read   *
      * in value order, across its partitions when it is partitioned   *
      * (primepart), 99 bytes a record.                                *
      *                                                                *
      * Functions, named in the first parameter:                       *
      *   CHECK   recompute the file and compare it with its last      *
      *           seal; the result is remembered for a later SEAL of   *
      *           the same path in the same run                        *
      *   SEAL    seal a file the caller has rewritten; the prior      *
      *           state is the CHECK made before the change (U if      *
      *           none was)                                            *
      *   APPEND  seal a file the caller has appended to; the prior    *
      *           state comes from the same pass, by proving that the  *
      *           records the last seal covered are still the file's   *
      *           leading records                                      *
      * Prior states: V verified, X the content did not match the last *
      * seal, B the seal chain was broken, F first seal, U unchecked.  *
      *                                                                *
      * Result Y means intact (CHECK) or sealed clean; X the content   *
      * does not match the last seal; B the seal log's chain for the   *
      * file is broken; F the file has never been sealed; N nothing    *
      * could be done. For X and B a sealing function still writes     *
      * its seal, so the evidence stays in the log. Callers issue      *
      * lk-reason themselves; this routine only computes and records.  *
      *                                                                *
      * SEAL and APPEND hold '<seal log>.lck' from reading the file's  *
      * last seal until the new one is written, so two runs cannot     *
      * both chain to the same seal; a claim held elsewhere is retried *
      * for thirty seconds and then reported as result N.              *
      ******************************************************************
       identification division.
       program-id. primeseal.

       environment division.

       input-output section.

       file-control.
           select  seal-file assign wk-seal-file
                   organization is line sequential
                   access mode is sequential
                   file status is wk-seal-status
                   .
           select  claim-file assign wk-claim-file
                   organization is line sequential
                   access mode is sequential
                   file status is wk-claim-status
                   .
           select  text-file assign wk-text-file
                   organization is line sequential
                   access mode is sequential
                   file status is wk-text-status
                   .
           select  master-file assign wk-part-file
                   organization is indexed
                   access mode is sequential
                   record key is mst-value
                   file status is wk-master-status
                   .
           select  part-dir-file assign wk-part-dir-file
                   organization is line sequential
                   access mode is sequential
                   file status is wk-part-dir-status
                   .

       data division.

       file section.

       fd  seal-file.
       01  seal-line                       pic x(512).

       fd  claim-file.
       01  claim-record                    pic x(80).

       fd  text-file.
       01  text-line                       pic x(1024).

      *    Same record length primemast maintains; only the key is
      *    named, since the whole record is digested as it stands.
       fd  master-file.
       01  master-record.
           05  mst-value                   pic 9(20).
           05  filler                      pic x(79).

       fd  part-dir-file.
       01  part-dir-line                   pic x(512).

       working-storage section.

      *    Digest constants: both moduli are primes below 4 x 10**11
      *    and both multipliers primes above every folded value, so
      *    lane * multiplier + value stays inside 63 bits.
       78  c-modulus-1                     value 399999999977.
       78  c-modulus-2                     value 399999999961.
       78  c-multiplier-1                  value 16778291.
       78  c-multiplier-2                  value 16778309.
       78  c-record-mark                   value 16777216.

      *    Working-storage (not local-storage) deliberately: the
      *    environment, the operator and the CHECK results are kept
      *    for every later call the run makes.
       01  wk-seal-file                    pic x(256) value spaces.
       01  wk-claim-file                   pic x(256).
       01  wk-text-file                    pic x(256).
       01  wk-part-file                    pic x(256).
       01  wk-part-dir-file                pic x(256).
       01  wk-seal-status                  pic 9(01)x(01).
           88  seal-status-ok              value '00'.
           88  seal-absent                 value '35'.
       01  wk-claim-status                 pic 9(01)x(01).
           88  claim-status-ok             value '00'.
       01  wk-text-status                  pic 9(01)x(01).
           88  text-status-ok              value '00'.
           88  text-absent                 value '35'.
       01  wk-master-status                pic 9(01)x(01).
           88  master-status-ok            value '00'.
           88  master-absent               value '35'.
       01  wk-part-dir-status              pic 9(01)x(01).
           88  part-dir-status-ok          value '00'.
           88  part-dir-absent             value '35'.
       01  wk-switches.
           05  filler                      pic x(01) value 'Y'.
               88  first-call              value 'Y' false 'N'.
           05  filler                      pic x(01) value 'N'.
               88  environment-refused     value 'Y' false 'N'.
           05  filler                      pic x(01) value 'N'.
               88  seal-found              value 'Y' false 'N'.
           05  filler                      pic x(01) value 'N'.
               88  chain-broken            value 'Y' false 'N'.
           05  filler                      pic x(01) value 'N'.
               88  digest-failed           value 'Y' false 'N'.
           05  filler                      pic x(01) value 'N'.
               88  boundary-reached        value 'Y' false 'N'.
           05  filler                      pic x(01) value 'N'.
               88  seal-claim-held         value 'Y' false 'N'.
       01  wk-claim-wait-seconds           binary-long unsigned
                                           value 30.
       01  wk-claim-waited-seconds         binary-long unsigned.
       01  wk-sleep-seconds                binary-long unsigned
                                           value 1.
       01  wk-env-area.
           05  wk-env-logical              pic x(12).
           05  wk-env-path                 pic x(256).
           05  wk-env-name                 pic x(08).
           05  wk-env-result               pic x(01).
           05  wk-env-reason               pic x(120).
       01  wk-default-operator             pic x(16) value spaces.
       01  wk-operator                     pic x(16).
       01  wk-stamp-date                   pic x(08).
       01  wk-stamp-time                   pic x(08).

      *    One seal record, as parsed from the log.
       01  wk-seal-fields.
           05  wk-sf-date                  pic x(08).
           05  wk-sf-time                  pic x(08).
           05  wk-sf-program               pic x(10).
           05  wk-sf-operator              pic x(16).
           05  wk-sf-logical               pic x(12).
           05  wk-sf-path                  pic x(256).
           05  wk-sf-records               pic x(12).
           05  wk-sf-prior                 pic x(01).
           05  wk-sf-digest                pic x(24).
           05  wk-sf-previous              pic x(24).
           05  wk-sf-seal                  pic x(24).
      *    The file's last seal, and where its chain first broke.
       01  wk-last-seal-area.
           05  wk-last-date                pic x(08).
           05  wk-last-time                pic x(08).
           05  wk-last-program             pic x(10).
           05  wk-last-operator            pic x(16).
           05  wk-last-records             pic 9(12).
           05  wk-last-digest              pic x(24).
           05  wk-last-seal                pic x(24).
           05  wk-break-date               pic x(08).
           05  wk-break-time               pic x(08).
           05  wk-break-program            pic x(10).
       01  wk-seal-length                  binary-long unsigned.
       01  wk-prior-state                  pic x(01).

      *    The digest in hand: two lanes, the record count, and the
      *    lanes as they stood after wk-boundary records.
       01  wk-digest-area.
           05  wk-lane-1                   binary-double unsigned.
           05  wk-lane-2                   binary-double unsigned.
           05  wk-lane-work                binary-double unsigned.
           05  wk-lane-quotient            binary-double unsigned.
           05  wk-fold-value               binary-long unsigned.
           05  wk-digest-records           pic 9(12).
           05  wk-boundary                 pic 9(12).
           05  wk-digest                   pic x(24).
           05  wk-boundary-digest          pic x(24).
           05  wk-digest-display.
               10  wk-digest-lane-1        pic 9(12).
               10  wk-digest-lane-2        pic 9(12).
      *    A 3-byte chunk read as a big-endian binary word.
       01  wk-chunk-area.
           05  wk-chunk-word               pic 9(09) comp.
       01  filler redefines wk-chunk-area.
           05  wk-chunk-pad                pic x(01).
           05  wk-chunk-bytes              pic x(03).
       01  wk-hash-buffer                  pic x(1024).
       01  wk-hash-length                  binary-long unsigned.
       01  wk-hash-pos                     binary-long unsigned.
       01  wk-hash-rest                    binary-long unsigned.

      *    The value-band partition directory, in band order.
       01  wk-part-area.
           05  wk-part-count               binary-long unsigned.
           05  wk-part-idx                 binary-long unsigned.
           05  wk-part-name                pic x(256) occurs 20 times.
           05  wk-part-fields.
               10  wk-pf-band              pic x(02).
               10  wk-pf-low               pic x(20).
               10  wk-pf-high              pic x(20).
               10  wk-pf-name              pic x(256).

      *    CHECK results of this run, for the SEAL that follows.
       01  wk-memo-area.
           05  wk-memo-count               binary-long unsigned
                                           value zero.
           05  wk-memo-idx                 binary-long unsigned.
           05  wk-memo-entry               occurs 20 times.
               10  wk-memo-path            pic x(256).
               10  wk-memo-result          pic x(01).

       linkage section.
       01  lk-function                     pic x(08).
       01  lk-logical                      pic x(12).
       01  lk-path                         pic x(256).
       01  lk-program                      pic x(10).
       01  lk-operator                     pic x(16).
       01  lk-result                       pic x(01).
       01  lk-reason                       pic x(120).

       procedure division using lk-function lk-logical lk-path
               lk-program lk-operator lk-result lk-reason.

       0000-main.
           if first-call
               perform 1000-initialize
           end-if

           move 'N' to lk-result
           move spaces to lk-reason

           if environment-refused
               move wk-env-reason to lk-reason
               goback
           end-if

           move lk-operator to wk-operator
           if wk-operator = spaces
               move wk-default-operator to wk-operator
           end-if

      *    A seal chains to the last one for its path, so finding that
      *    seal and appending the next must not interleave with another
      *    run doing the same; CHECK only reads and takes no claim.
           if lk-function = 'APPEND' or 'SEAL'
               perform 7100-claim-seal-log
               if not seal-claim-held
                   goback
               end-if
           end-if

           perform 2000-find-last-seal
           if lk-result = 'N' and lk-reason not = spaces
               perform 7200-release-seal-log
               goback
           end-if

           evaluate lk-function
               when 'CHECK'
                   perform 3000-check-file
               when 'APPEND'
                   perform 4000-seal-append
               when 'SEAL'
                   perform 5000-seal-rewrite
               when other
                   string  'Unknown seal function '
                                           delimited by size
                           lk-function      delimited by space
                           '.'             delimited by size
                           into lk-reason
           end-evaluate

           perform 7200-release-seal-log
           goback
           .
       1000-initialize.
      *    Once per run: the seal log this environment keeps, and the
      *    operator stamped when a caller has none of its own -- the
      *    login the run was started under.
           set first-call to false

           move 'SEALS' to wk-env-logical
           call 'primeenv' using wk-env-logical wk-env-path
                   wk-env-name wk-env-result wk-env-reason
           if wk-env-result not = 'Y'
               set environment-refused to true
               exit paragraph
           end-if
           move wk-env-path to wk-seal-file

           accept wk-default-operator from environment 'USER'
           if wk-default-operator = spaces
               move 'UNKNOWN' to wk-default-operator
           end-if
           .
       2000-find-last-seal.
      *    Walks the whole log for this path's chain: every seal must
      *    name the one before it and must recompute from its own
      *    text. The first link that fails is remembered.
           set seal-found to false
           set chain-broken to false
           move spaces to wk-last-seal-area
           move zero to wk-last-records
           move all '0' to wk-last-seal

           open input seal-file
           if seal-absent
               exit paragraph
           end-if
           if not seal-status-ok
               string  'Seal log '          delimited by size
                       wk-seal-file          delimited by space
                       ' cannot be read (file status '
                                            delimited by size
                       wk-seal-status        delimited by size
                       ').'                 delimited by size
                       into lk-reason
               exit paragraph
           end-if

           perform until exit
               read seal-file
                   at end
                       exit perform
               end-read

               if seal-line = spaces
                   exit perform cycle
               end-if

               move spaces to wk-seal-fields
               unstring seal-line delimited by '|'
                   into wk-sf-date wk-sf-time wk-sf-program
                        wk-sf-operator wk-sf-logical wk-sf-path
                        wk-sf-records wk-sf-prior wk-sf-digest
                        wk-sf-previous wk-sf-seal

               if wk-sf-path not = lk-path
                   exit perform cycle
               end-if

               perform 2100-check-link

               set seal-found to true
               move wk-sf-date to wk-last-date
               move wk-sf-time to wk-last-time
               move wk-sf-program to wk-last-program
               move wk-sf-operator to wk-last-operator
               move wk-sf-digest to wk-last-digest
               move wk-sf-seal to wk-last-seal
               move zero to wk-last-records
               if wk-sf-records is numeric
                   move wk-sf-records to wk-last-records
               end-if
           end-perform

           close seal-file
           .
       2100-check-link.
           if chain-broken
               exit paragraph
           end-if

      *    The seal is the record's last 24 characters, after the
      *    final separator; everything before that separator is what
      *    it was computed over.
           move 512 to wk-seal-length
           perform until wk-seal-length = zero
                   or seal-line(wk-seal-length:1) not = space
               subtract 1 from wk-seal-length
           end-perform

           if wk-sf-previous = wk-last-seal and wk-seal-length > 25
               move seal-line(1:wk-seal-length - 25) to wk-hash-buffer
               compute wk-hash-length = wk-seal-length - 25
               perform 8000-reset-digest
               perform 8100-digest-buffer
               perform 8300-format-digest
               if wk-digest = wk-sf-seal
                   exit paragraph
               end-if
           end-if

           set chain-broken to true
           move wk-sf-date to wk-break-date
           move wk-sf-time to wk-break-time
           move wk-sf-program to wk-break-program
           .
       3000-check-file.
           evaluate true
               when not seal-found
                   move 'F' to lk-result
                   string  lk-path          delimited by space
                           ' has never been sealed.'
                                           delimited by size
                           into lk-reason
               when chain-broken
                   move 'B' to lk-result
                   perform 3100-describe-break
               when other
                   move zero to wk-boundary
                   perform 6000-digest-file
                   if digest-failed
                       move 'N' to lk-result
                   else
                       if wk-digest = wk-last-digest and
                               wk-digest-records = wk-last-records
                           move 'Y' to lk-result
                       else
                           move 'X' to lk-result
                           perform 3200-describe-mismatch
                       end-if
                   end-if
           end-evaluate

           perform 3300-remember-check
           .
       3100-describe-break.
           string  'Seal chain for '   delimited by size
                   lk-path              delimited by space
                   ' broken at the seal of '
                                       delimited by size
                   wk-break-date        delimited by size
                   ' '                 delimited by size
                   wk-break-time        delimited by size
                   ' by '              delimited by size
                   wk-break-program     delimited by space
                   '; the seal log was altered.'
                                       delimited by size
                   into lk-reason
           .
       3200-describe-mismatch.
           string  lk-path              delimited by space
                   ' no longer matches its seal of '
                                       delimited by size
                   wk-last-date         delimited by size
                   ' '                 delimited by size
                   wk-last-time         delimited by size
                   ' by '              delimited by size
                   wk-last-program      delimited by space
                   ' (operator '       delimited by size
                   wk-last-operator     delimited by space
                   ').'                delimited by size
                   into lk-reason
           .
       3300-remember-check.
           perform varying wk-memo-idx from 1 by 1
                   until wk-memo-idx > wk-memo-count
               if wk-memo-path(wk-memo-idx) = lk-path
                   move lk-result to wk-memo-result(wk-memo-idx)
                   exit paragraph
               end-if
           end-perform

           if wk-memo-count < 20
               add 1 to wk-memo-count
               move lk-path to wk-memo-path(wk-memo-count)
               move lk-result to wk-memo-result(wk-memo-count)
           end-if
           .
       4000-seal-append.
      *    The records the last seal covered must still lead the file
      *    exactly as they were; whatever follows them is what this
      *    run (and any run appending beside it) added.
           move wk-last-records to wk-boundary
           perform 6000-digest-file
           if digest-failed
               exit paragraph
           end-if

           evaluate true
               when not seal-found
                   move 'F' to wk-prior-state
               when chain-broken
                   move 'B' to wk-prior-state
               when boundary-reached and
                       wk-boundary-digest = wk-last-digest
                   move 'V' to wk-prior-state
               when other
                   move 'X' to wk-prior-state
           end-evaluate

           perform 7000-write-seal
           if lk-reason not = spaces
               exit paragraph
           end-if

           evaluate wk-prior-state
               when 'X'
                   move 'X' to lk-result
                   perform 3200-describe-mismatch
               when 'B'
                   move 'B' to lk-result
                   perform 3100-describe-break
               when other
                   move 'Y' to lk-result
           end-evaluate
           .
       5000-seal-rewrite.
      *    The caller's CHECK before the change is the prior state; a
      *    mismatch it found was reported then, so the seal itself is
      *    clean once written.
           move 'U' to wk-prior-state
           perform varying wk-memo-idx from 1 by 1
                   until wk-memo-idx > wk-memo-count
               if wk-memo-path(wk-memo-idx) = lk-path
                   evaluate wk-memo-result(wk-memo-idx)
                       when 'Y'
                           move 'V' to wk-prior-state
                       when 'X'
                       when 'B'
                       when 'F'
                           move wk-memo-result(wk-memo-idx)
                                   to wk-prior-state
                   end-evaluate
               end-if
           end-perform

           move zero to wk-boundary
           perform 6000-digest-file
           if digest-failed
               exit paragraph
           end-if

           perform 7000-write-seal
           if lk-reason = spaces
               move 'Y' to lk-result
           end-if
           .
       6000-digest-file.
           set digest-failed to false
           set boundary-reached to false
           move all '0' to wk-boundary-digest
           move zero to wk-digest-records
           perform 8000-reset-digest
           if wk-boundary = zero
               set boundary-reached to true
               perform 8300-format-digest
               move wk-digest to wk-boundary-digest
           end-if

           if lk-logical = 'MASTER'
               perform 6100-digest-master
           else
               perform 6200-digest-text
           end-if

           perform 8300-format-digest
           .
       6100-digest-master.
      *    No directory means the master was never split: it is the
      *    one file it always was. A band whose partition has not
      *    been created yet holds nothing.
           move spaces to wk-part-dir-file
           string  lk-path  delimited by space
                   '.dir'   delimited by size
                   into wk-part-dir-file

           move zero to wk-part-count
           open input part-dir-file
           if part-dir-absent
               move 1 to wk-part-count
               move lk-path to wk-part-name(1)
           else
               if not part-dir-status-ok
                   set digest-failed to true
                   string  'Partition directory '
                                           delimited by size
                           wk-part-dir-file delimited by space
                           ' cannot be read (file status '
                                           delimited by size
                           wk-part-dir-status
                                           delimited by size
                           ').'            delimited by size
                           into lk-reason
                   exit paragraph
               end-if
               perform until exit
                   read part-dir-file
                       at end
                           exit perform
                   end-read

                   perform 6110-take-partition-line
               end-perform
               close part-dir-file
           end-if

           perform varying wk-part-idx from 1 by 1
                   until wk-part-idx > wk-part-count or digest-failed
               move wk-part-name(wk-part-idx) to wk-part-file
               open input master-file
               evaluate true
                   when master-status-ok
                       perform 6120-digest-partition
                       close master-file
                   when master-absent and wk-part-count > 1
                       continue
                   when other
                       set digest-failed to true
                       string  'Master '        delimited by size
                               wk-part-file      delimited by space
                               ' cannot be read (file status '
                                                delimited by size
                               wk-master-status  delimited by size
                               ').'             delimited by size
                               into lk-reason
               end-evaluate
           end-perform
           .
       6110-take-partition-line.
           if part-dir-line = spaces or part-dir-line(1:1) = '*'
                   or wk-part-count >= 20
               exit paragraph
           end-if

           move spaces to wk-part-fields
           unstring part-dir-line delimited by '|'
               into wk-pf-band wk-pf-low wk-pf-high wk-pf-name

           if wk-pf-band is not numeric or wk-pf-name = spaces
               exit paragraph
           end-if

           add 1 to wk-part-count
           move wk-pf-name to wk-part-name(wk-part-count)
           .
       6120-digest-partition.
           perform until exit
               read master-file next
                   at end
                       exit perform
               end-read

               move master-record to wk-hash-buffer
               move length of master-record to wk-hash-length
               perform 8100-digest-buffer
               perform 6300-count-record
           end-perform
           .
       6200-digest-text.
      *    A file that is not there is an empty file: a sealed file
      *    deleted outright no longer matches its seal.
           move lk-path to wk-text-file
           open input text-file
           if text-absent
               exit paragraph
           end-if
           if not text-status-ok
               set digest-failed to true
               string  lk-path          delimited by space
                       ' cannot be read (file status '
                                       delimited by size
                       wk-text-status   delimited by size
                       ').'            delimited by size
                       into lk-reason
               exit paragraph
           end-if

           perform until exit
               read text-file
                   at end
                       exit perform
               end-read

               move 1024 to wk-hash-length
               perform until wk-hash-length = zero
                       or text-line(wk-hash-length:1) not = space
                   subtract 1 from wk-hash-length
               end-perform
               move text-line to wk-hash-buffer
               perform 8100-digest-buffer
               perform 6300-count-record
           end-perform

           close text-file
           .
       6300-count-record.
           add 1 to wk-digest-records
           if wk-digest-records = wk-boundary
               set boundary-reached to true
               perform 8300-format-digest
               move wk-digest to wk-boundary-digest
           end-if
           .
       7000-write-seal.
      *    The seal covers the record's own text, previous seal and
      *    all, so it is computed over the line as built so far and
      *    then appended to it.
           accept wk-stamp-date from date yyyymmdd
           accept wk-stamp-time from time

           move spaces to seal-line
           string  wk-stamp-date        delimited by size
                   '|'                 delimited by size
                   wk-stamp-time        delimited by size
                   '|'                 delimited by size
                   lk-program           delimited by space
                   '|'                 delimited by size
                   wk-operator          delimited by space
                   '|'                 delimited by size
                   lk-logical           delimited by space
                   '|'                 delimited by size
                   lk-path              delimited by space
                   '|'                 delimited by size
                   wk-digest-records    delimited by size
                   '|'                 delimited by size
                   wk-prior-state       delimited by size
                   '|'                 delimited by size
                   wk-digest            delimited by size
                   '|'                 delimited by size
                   wk-last-seal         delimited by size
                   into seal-line

           move 512 to wk-seal-length
           perform until wk-seal-length = zero
                   or seal-line(wk-seal-length:1) not = space
               subtract 1 from wk-seal-length
           end-perform

           move seal-line to wk-hash-buffer
           move wk-seal-length to wk-hash-length
           perform 8000-reset-digest
           perform 8100-digest-buffer
           perform 8300-format-digest
           move '|' to seal-line(wk-seal-length + 1:1)
           move wk-digest to seal-line(wk-seal-length + 2:24)

           open extend seal-file
           if seal-absent
               open output seal-file
           end-if
           if not seal-status-ok
               string  'Seal log '          delimited by size
                       wk-seal-file          delimited by space
                       ' cannot be written (file status '
                                            delimited by size
                       wk-seal-status        delimited by size
                       ').'                 delimited by size
                       into lk-reason
               exit paragraph
           end-if

           write seal-line
           close seal-file
           .
       7100-claim-seal-log.
      *    '<seal log>.lck' holds the claimant's stamp while it is
      *    held; one found held is retried once a second for up to
      *    thirty seconds before the seal is given up.
           move spaces to wk-claim-file
           string  wk-seal-file  delimited by space
                   '.lck'        delimited by size
                   into wk-claim-file
           move zero to wk-claim-waited-seconds

           perform until exit
               open input claim-file
               if not claim-status-ok
                   exit perform
               end-if
               move spaces to claim-record
               read claim-file
                   at end
                       continue
               end-read
               close claim-file
               if wk-claim-waited-seconds >= wk-claim-wait-seconds
                   string  'Seal log '      delimited by size
                           wk-seal-file      delimited by space
                           ' is held by '   delimited by size
                           claim-record      delimited by '  '
                           '.'              delimited by size
                           into lk-reason
                   exit paragraph
               end-if
               call 'C$SLEEP' using wk-sleep-seconds
               add wk-sleep-seconds to wk-claim-waited-seconds
           end-perform

           open output claim-file
           if not claim-status-ok
               string  'Seal log claim '    delimited by size
                       wk-claim-file         delimited by space
                       ' cannot be created (file status '
                                            delimited by size
                       wk-claim-status       delimited by size
                       ').'                 delimited by size
                       into lk-reason
               exit paragraph
           end-if

           accept wk-stamp-date from date yyyymmdd
           accept wk-stamp-time from time
           move spaces to claim-record
           string  lk-program     delimited by space
                   ' '            delimited by size
                   wk-stamp-date  delimited by size
                   ' '            delimited by size
                   wk-stamp-time  delimited by size
                   into claim-record
           write claim-record
           close claim-file

           set seal-claim-held to true
           .
       7200-release-seal-log.
           if not seal-claim-held
               exit paragraph
           end-if

           call 'CBL_DELETE_FILE' using wk-claim-file
           set seal-claim-held to false
           .
       8000-reset-digest.
           move zero to wk-lane-1 wk-lane-2
           .
       8100-digest-buffer.
      *    Folds wk-hash-buffer(1:wk-hash-length) into both lanes,
      *    three bytes at a time, then its length, so records that
      *    only differ in where one ends and the next begins still
      *    digest apart.
           move 1 to wk-hash-pos
           perform until wk-hash-pos > wk-hash-length
               compute wk-hash-rest = wk-hash-length - wk-hash-pos + 1
               move low-values to wk-chunk-area
               if wk-hash-rest >= 3
                   move wk-hash-buffer(wk-hash-pos:3) to wk-chunk-bytes
               else
                   move wk-hash-buffer(wk-hash-pos:wk-hash-rest)
                           to wk-chunk-bytes(1:wk-hash-rest)
               end-if
               move wk-chunk-word to wk-fold-value
               perform 8200-fold-value
               add 3 to wk-hash-pos
           end-perform

           compute wk-fold-value = c-record-mark + wk-hash-length
           perform 8200-fold-value
           .
       8200-fold-value.
           compute wk-lane-work =
                   wk-lane-1 * c-multiplier-1 + wk-fold-value
           divide wk-lane-work by c-modulus-1
                   giving wk-lane-quotient remainder wk-lane-1

           compute wk-lane-work =
                   wk-lane-2 * c-multiplier-2 + wk-fold-value
           divide wk-lane-work by c-modulus-2
                   giving wk-lane-quotient remainder wk-lane-2
           .
       8300-format-digest.
           move wk-lane-1 to wk-digest-lane-1
           move wk-lane-2 to wk-digest-lane-2
           move wk-digest-display to wk-digest
           .
