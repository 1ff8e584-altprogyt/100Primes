      ******************************************************************
      * primeseq: Resequence the prime master to true prime indexes.   *
      * A RANGE run numbers its output from its own count -- the base  *
      * primes below the square root of its high bound plus the        *
      * primes it found -- so the sequence numbers primemast stored    *
      * for it are not the primes' real indexes, and every SEQS        *
      * extract and merge conflict check that trusted them was wrong.  *
      *                                                                *
      * This program walks the master in value order and counts.       *
      * While coverage runs unbroken from 2 -- inside the covered      *
      * spans of the range ledger that begin at 2, or where the        *
      * master's own records carry exactly the next index, the way a   *
      * count run from 2 numbers them -- each record is rewritten to   *
      * its true index. The ledger only says a span was generated, not *
      * that all of it reached (or stayed in) the master, so a record  *
      * anchored on the ledger must also follow the one before it with *
      * no prime between them. The first record past that anchored     *
      * coverage, or the first the master is found short below,        *
      * breaks the chain: it and every record above it lie in islands  *
      * not anchored to 2 and are marked index unknown (sequence       *
      * zero) instead of being trusted. Every record whose index       *
      * changed is listed on the resequencing report.                  *
      *                                                                *
      * Rewriting standing master records is a destructive operation,  *
      * so the run requires OPERATOR= and a REPLACE (or ALL)           *
      * permission in the authorization file primeauth checks, and it  *
      * claims the master the way a primemast merge does. Records      *
      * that received a true index go out as a delta cycle registered  *
      * in the delta registry, so primefeed subscribers pick up the    *
      * corrected numbering; records marked unknown are not delivered, *
      * since sequence zero is the feed's control-trailer marker.      *
      * Each rewrite is journalled (action R, before- and after-image) *
      * to the master's before-image journal under the same cycle      *
      * number, so primeroll can back a resequencing out like a merge. *
      *                                                                *
      * Like a merge, a renumbering waits up to WAIT=n seconds for     *
      * shared readers of the master (primeshr) to let go, and         *
      * refuses to start over any still holding on.                    *
      *                                                                *
      * A master partitioned by value band (primepart) is walked       *
      * across its partitions in value order as if it were one file;   *
      * every partition whose records are rewritten is stamped changed *
      * in the directory before the master is let go.                  *
      ******************************************************************
       identification division.
       program-id. primeseq.

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
           select  delta-file assign ls-delta-file
                   organization is sequential
                   access mode is sequential
                   file status is ls-delta-status
                   .
           select  registry-file assign ls-registry-file
                   organization is line sequential
                   access mode is sequential
                   file status is ls-registry-status
                   .
           select  journal-file assign ls-journal-file
                   organization is line sequential
                   access mode is sequential
                   file status is ls-journal-status
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

      *    Same record layout primemast maintains; a sequence of zero
      *    means the record's true index is unknown.
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

       fd  ledger-file.
       01  ledger-line                     pic x(132).

       fd  report-file.
       01  report-line                     pic x(160).

      *    Same COMP-3 layout primemast writes per delta cycle.
       fd  delta-file.
       01  delta-record.
           05  dlt-seq                     pic 9(10) comp-3.
           05  dlt-value                   pic 9(20) comp-3.

       fd  registry-file.
       01  registry-line                   pic x(512).

      *    Same before-image journal primemast appends to.
       fd  journal-file.
       01  journal-line                    pic x(200).

       fd  lock-file.
       01  lock-record                     pic x(80).

       local-storage section.

       78  c-stdout                        value '/dev/stdout'.
      *    Largest value the 64-bit binary-double unsigned fields can
      *    carry; 4050-parse-numeric-field rejects anything larger so
      *    an oversized operand is an error, not a silent wraparound.
       78  c-value-ceiling                 value
                                           18446744073709551615.

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
           05  ls-delta-file               pic x(256) value spaces.
           05  ls-journal-file             pic x(256) value spaces.
           05  ls-registry-file            pic x(256) value spaces.
           05  switches.
               10  filler                  pic x(01) value 'N'.
                   88  fatal-error         value 'Y' false 'N'.
               10  filler                  pic x(01) value 'N'.
                   88  master-partitioned  value 'Y' false 'N'.
               10  filler                  pic x(01) value 'N'.
                   88  master-exhausted    value 'Y' false 'N'.
               10  filler                  pic x(01) value 'N'.
                   88  part-dir-changed    value 'Y' false 'N'.
               10  filler                  pic x(01) value 'N'.
                   88  ledger-loaded       value 'Y' false 'N'.
               10  filler                  pic x(01) value 'Y'.
                   88  chain-anchored      value 'Y' false 'N'.
               10  filler                  pic x(01) value 'N'.
                   88  prev-ledger-anchored
                                           value 'Y' false 'N'.
               10  filler                  pic x(01) value 'N'.
                   88  gap-prime-found     value 'Y' false 'N'.
               10  filler                  pic x(01) value 'N'.
                   88  candidate-prime     value 'Y' false 'N'.
               10  filler                  pic x(01) value 'N'.
                   88  delta-opened        value 'Y' false 'N'.
               10  filler                  pic x(01) value 'N'.
                   88  delta-failed        value 'Y' false 'N'.
               10  filler                  pic x(01) value 'N'.
                   88  frontier-moved      value 'Y' false 'N'.
           05  ls-operator                 pic x(16) value spaces.
           05  ls-auth-action              pic x(08).
           05  ls-auth-allowed             pic x(01) value 'N'.
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
           05  ls-led-fields.
               10  ls-lf-date              pic x(08).
               10  ls-lf-time              pic x(08).
               10  ls-lf-pgm               pic x(20).
               10  ls-lf-low               pic x(20).
               10  ls-lf-high              pic x(20).
               10  ls-lf-count             pic x(09).
           05  ls-interval-table.
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
      *    Merged covered spans, built from the sorted intervals the
      *    way primecov sweeps them.
           05  ls-span-table.
               10  ls-span                 occurs 500 times.
                   15  ls-span-low         binary-double unsigned.
                   15  ls-span-high        binary-double unsigned.
           05  ls-span-count               binary-long unsigned
                                           value zero.
           05  ls-span-idx                 binary-long unsigned.
      *    Highest value up to which coverage is proven unbroken from
      *    2; ls-true-index is the index the next anchored record
      *    would receive, less one.
           05  ls-frontier                 binary-double unsigned
                                           value zero.
           05  ls-true-index               binary-double unsigned
                                           value zero.
           05  ls-new-seq                  pic 9(20).
           05  ls-old-seq                  pic 9(20).
           05  ls-read-count               binary-double unsigned
                                           value zero.
           05  ls-anchored-count           binary-double unsigned
                                           value zero.
           05  ls-island-count             binary-double unsigned
                                           value zero.
           05  ls-renumbered-count         binary-double unsigned
                                           value zero.
           05  ls-unknown-marked-count     binary-double unsigned
                                           value zero.
           05  ls-failed-count             binary-double unsigned
                                           value zero.
           05  ls-delta-count              binary-long unsigned
                                           value zero.
           05  ls-journal-count            binary-long unsigned
                                           value zero.
           05  ls-before-square            pic 9(20).
           05  ls-first-island-value       pic 9(20) value zero.
      *    Gap check: the last anchored value, the candidates between
      *    it and the record in hand, and the prime found among them.
           05  ls-gap-area.
               10  ls-prev-value           binary-double unsigned
                                           value zero.
               10  ls-gap-candidate        binary-double unsigned.
               10  ls-gap-divisor          binary-double unsigned.
               10  ls-gap-quotient         binary-double unsigned.
               10  ls-gap-remainder        binary-double unsigned.
               10  ls-gap-prime-disp       pic z(19)9(01).
           05  ls-cycle-number             binary-long unsigned
                                           value zero.
           05  ls-cycle-disp               pic 9(06).
           05  ls-reg-count                pic 9(09).
           05  ls-run-date                 pic x(08).
           05  ls-run-time                 pic x(08).
           05  ls-reg-fields.
               10  ls-rf-cycle             pic x(20).
               10  ls-rf-rest              pic x(256).
           05  ls-reg-cycle-parse.
               10  ls-reg-cycle-text       pic x(06).
               10  filler redefines ls-reg-cycle-text.
                   15  ls-reg-cycle-c      pic x(01) occurs 6 times.
                       88  is-reg-digit    values '0' thru '9'.
               10  filler redefines ls-reg-cycle-text.
                   15  ls-reg-cycle-9      pic 9(01) occurs 6 times.
               10  ls-reg-cycle-idx        binary-long unsigned.
               10  ls-reg-cycle-value      binary-long unsigned.
               10  filler                  pic x(01) value 'N'.
                   88  reg-cycle-valid     value 'Y' false 'N'.
           05  ls-lock-area.
               10  ls-lock-name            pic x(256).
               10  ls-lock-file-name       pic x(256).
               10  ls-lock-owner           pic x(80).
               10  ls-lock-claimed         pic x(01) value 'N'.
                   88  claim-held          value 'Y' false 'N'.
               10  ls-lock-save-rc         binary-long.
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
               10  ls-run-stamp            pic x(16).
      *    The seal this run leaves on each shared file it changes
      *    (primeseal), so primetamp can prove nothing else did.
           05  ls-seal-area.
               10  ls-seal-function        pic x(08).
               10  ls-seal-logical         pic x(12).
               10  ls-seal-path            pic x(256).
               10  ls-seal-program         pic x(10) value 'primeseq'.
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
               10  ls-master-status        pic 9(01)x(01).
                   88  master-status-ok    value '00'.
               10  ls-part-dir-status      pic 9(01)x(01).
                   88  part-dir-status-ok  value '00'.
                   88  part-dir-absent     value '35'.
               10  ls-ledger-status        pic 9(01)x(01).
                   88  ledger-status-ok    value '00'.
               10  ls-report-status        pic 9(01)x(01).
                   88  report-status-ok    value '00'.
               10  ls-delta-status         pic 9(01)x(01).
                   88  delta-status-ok     value '00'.
               10  ls-registry-status      pic 9(01)x(01).
                   88  registry-status-ok  value '00'.
                   88  registry-absent     value '35'.
               10  ls-journal-status       pic 9(01)x(01).
                   88  journal-status-ok   value '00'.
                   88  journal-absent      value '35'.
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
           move ls-run-date to ls-run-stamp(1:8)
           move ls-run-time to ls-run-stamp(9:8)

           perform 1000-get-command-line

      *    standard-error is the only file open at this point; close it
      *    explicitly so libcob's implicit-close-on-GOBACK warning does
      *    not land on the same stream as the message just written to
      *    it.
           if fatal-error
               close standard-error
               perform 7900-release-claim
               perform 8090-set-return-code
               goback
           end-if

           perform 1500-load-ledger-spans
           perform 1100-assign-delta-cycle

           if fatal-error
               close standard-error master-file report-file
               perform 7900-release-claim
               perform 8090-set-return-code
               goback
           end-if

           perform 2000-resequence-master
           perform 3000-termination

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
               into ls-token(1) ls-token(2) ls-token(3)
                    ls-token(4) ls-token(5) ls-token(6)
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
                   when ls-token(ls-token-idx)(1:7) = 'LEDGER='
                       move ls-token(ls-token-idx)(8:249)
                               to ls-ledger-file
                   when ls-token(ls-token-idx)(1:7) = 'REPORT='
                       move ls-token(ls-token-idx)(8:249)
                               to ls-report-file
                   when ls-token(ls-token-idx)(1:9) = 'REGISTRY='
                       move ls-token(ls-token-idx)(10:247)
                               to ls-registry-file
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
                   when other
                       move 'PRM0185E' to ls-msg-id
                       move spaces to ls-msg-text
                       string  'Usage is primeseq OPERATOR= [MASTER=]'
                                       delimited by size
                               ' [LEDGER=] [REPORT=] [REGISTRY=]'
                                       delimited by size
                               ' [WAIT=n].'
                                       delimited by size
                               into ls-msg-text
                       perform 8000-issue-message
                       set fatal-error to true
               end-evaluate
           end-perform

           if fatal-error
               exit paragraph
           end-if

           if ls-report-file = spaces
               move c-stdout to ls-report-file
           end-if

      *    Every record this run may touch is a standing master
      *    record, so the permission is settled before anything is
      *    claimed or opened; primeauth logs a denial itself.
           move 'REPLACE' to ls-auth-action
           move 'N' to ls-auth-allowed
           call 'primeauth' using ls-operator ls-auth-action
                   ls-auth-allowed
           if ls-auth-allowed not = 'Y'
               move 'PRM0186E' to ls-msg-id
               move 'Resequencing not authorized; master untouched.'
                       to ls-msg-text
               perform 8000-issue-message
               set fatal-error to true
               exit paragraph
           end-if

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

           perform 1700-load-partitions
           if fatal-error
               exit paragraph
           end-if

           if ls-part-count not = zero
               move 1 to ls-part-idx
               perform 2020-switch-partition
               if fatal-error
                   exit paragraph
               end-if
           end-if

           open output report-file
           if not report-status-ok
               move 'PRM0293S' to ls-msg-id
               move ls-report-status to ls-msg-status
               move 'Cannot open resequencing report.'
                       to ls-msg-text
               perform 8010-issue-open-error
               close master-file
               set fatal-error to true
               exit paragraph
           end-if
           .
       1100-assign-delta-cycle.
      *    Same numbering primemast applies: one past the highest
      *    cycle the registry holds. The delta file is only created
      *    once a record actually receives a new true index.
           move zero to ls-cycle-number

           open input registry-file
           if registry-status-ok
               perform until exit
                   read registry-file
                       at end
                           exit perform
                   end-read

                   move spaces to ls-reg-fields
                   unstring registry-line delimited by '|'
                       into ls-rf-cycle ls-rf-rest

                   perform 1110-parse-registry-cycle
                   if reg-cycle-valid and
                           ls-reg-cycle-value > ls-cycle-number
                       move ls-reg-cycle-value to ls-cycle-number
                   end-if
               end-perform
               close registry-file
           end-if

           perform 1120-scan-journal-cycles

           add 1 to ls-cycle-number
           move ls-cycle-number to ls-cycle-disp

           move spaces to ls-delta-file
           string  ls-master-file  delimited by space
                   '.d'            delimited by size
                   ls-cycle-disp   delimited by size
                   into ls-delta-file

      *    No rewrite reaches the master unjournalled.
           open extend journal-file
           if journal-absent
               open output journal-file
           end-if
           if not journal-status-ok
               move 'PRM0297S' to ls-msg-id
               move ls-journal-status to ls-msg-status
               move 'Cannot open before-image journal.' to ls-msg-text
               perform 8010-issue-open-error
               set fatal-error to true
           end-if
           .
       1110-parse-registry-cycle.
           move zero to ls-reg-cycle-value
           set reg-cycle-valid to false
           move ls-rf-cycle(1:6) to ls-reg-cycle-text

           perform varying ls-reg-cycle-idx from 1 by 1
                   until ls-reg-cycle-idx > 6
               if is-reg-digit(ls-reg-cycle-idx)
                   compute ls-reg-cycle-value =
                           ls-reg-cycle-value * 10 +
                           ls-reg-cycle-9(ls-reg-cycle-idx)
                   set reg-cycle-valid to true
               else
                   if ls-reg-cycle-c(ls-reg-cycle-idx) not = space
                       set reg-cycle-valid to false
                       exit paragraph
                   end-if
               end-if
           end-perform
           .
       1120-scan-journal-cycles.
      *    A cycle number left only in the journal by an abended run
      *    is never issued twice.
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
       1500-load-ledger-spans.
      *    A missing ledger leaves only the master's own numbering as
      *    evidence of anchored coverage; the run proceeds on that.
           open input ledger-file
           if not ledger-status-ok
               move spaces to report-line
               string  'Range ledger '   delimited by size
                       ls-ledger-file     delimited by space
                       ' not readable; anchoring taken from the'
                                         delimited by size
                       ' master alone.'  delimited by size
                       into report-line
               write report-line
               exit paragraph
           end-if

           perform until exit
               read ledger-file
                   at end
                       exit perform
               end-read

               if ls-interval-count >= 500
                   exit perform
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

           if ls-interval-count = zero
               exit paragraph
           end-if

           perform 1510-sort-intervals
           perform 1520-merge-spans
           set ledger-loaded to true

      *    Coverage the ledger proves from 2 upward is the starting
      *    frontier; the master walk may push it further.
           move zero to ls-frontier
           perform 1530-extend-frontier
           .
       1510-sort-intervals.
      *    Straight insertion sort on the low bound, the same way
      *    primecov orders the ledger before its sweep.
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
       1520-merge-spans.
      *    Collapse the sorted intervals into disjoint covered spans;
      *    adjacent and overlapping intervals continue the current
      *    span, anything further opens the next one.
           move 1 to ls-span-count
           move ls-int-low(1) to ls-span-low(1)
           move ls-int-high(1) to ls-span-high(1)

           perform varying ls-int-idx from 2 by 1
                   until ls-int-idx > ls-interval-count
               if ls-int-low(ls-int-idx) <=
                       ls-span-high(ls-span-count) + 1
                   if ls-int-high(ls-int-idx) >
                           ls-span-high(ls-span-count)
                       move ls-int-high(ls-int-idx)
                               to ls-span-high(ls-span-count)
                   end-if
               else
                   add 1 to ls-span-count
                   move ls-int-low(ls-int-idx)
                           to ls-span-low(ls-span-count)
                   move ls-int-high(ls-int-idx)
                           to ls-span-high(ls-span-count)
               end-if
           end-perform
           .
       1530-extend-frontier.
      *    A covered span continues the anchored coverage when it
      *    starts no higher than one past the frontier -- the first
      *    span must therefore start at 2 or below. The spans are
      *    disjoint and ascending, so one pass settles it.
           if not ledger-loaded
               exit paragraph
           end-if

           perform varying ls-span-idx from 1 by 1
                   until ls-span-idx > ls-span-count
               if ls-frontier = zero
                   if ls-span-low(ls-span-idx) <= 2 and
                           ls-span-high(ls-span-idx) >= 2
                       move ls-span-high(ls-span-idx) to ls-frontier
                   end-if
               else
                   if ls-span-low(ls-span-idx) <= ls-frontier + 1 and
                           ls-span-high(ls-span-idx) > ls-frontier
                       move ls-span-high(ls-span-idx) to ls-frontier
                   end-if
               end-if
           end-perform
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
               move 'PRM0724S' to ls-msg-id
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
       1950-issue-wait-error.
           move 'PRM0192E' to ls-msg-id
           move 'WAIT= must give whole seconds, at most 86400.'
                   to ls-msg-text
           perform 8000-issue-message
           set fatal-error to true
           .
       2000-resequence-master.
      *    A partitioned master is walked partition by partition in
      *    band order, which is value order, so the count runs on
      *    across the boundaries exactly as through a single file.
           move zeroes to ls-part-seek
           perform 2010-position-master
           if master-exhausted
               exit paragraph
           end-if

           perform until exit
               perform 2030-read-next-master
               if master-exhausted
                   exit perform
               end-if

               add 1 to ls-read-count
               perform 2100-resequence-one-record
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
           open i-o master-file
           if not master-status-ok
               move 'PRM0292S' to ls-msg-id
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
       2100-resequence-one-record.
      *    While the chain holds, a record is anchored if it lies
      *    inside the ledger's anchored coverage, or if its stored
      *    sequence is exactly the next index -- the numbering only a
      *    run counting from 2 produces. The master must begin at 2
      *    for either to apply. A record taken on the ledger's word,
      *    or the first past a span so taken, must also have no prime
      *    between it and the record before: that is what shows the
      *    master still holds the span. The first record that fails
      *    breaks the chain for good.
           if chain-anchored
               if ls-true-index = zero and mst-value not = 2
                   set chain-anchored to false
               else
                   if mst-value > ls-frontier
                       if mst-seq = ls-true-index + 1
                           if prev-ledger-anchored
                               perform 2110-check-gap
                           end-if
                           set prev-ledger-anchored to false
                           if chain-anchored
                               move mst-value to ls-frontier
                               perform 1530-extend-frontier
                           end-if
                       else
                           set chain-anchored to false
                       end-if
                   else
                       if ls-true-index > zero
                           perform 2110-check-gap
                       end-if
                       set prev-ledger-anchored to true
                   end-if
               end-if

               if not chain-anchored
                   move mst-value to ls-first-island-value
               else
                   move mst-value to ls-prev-value
               end-if
           end-if

           move mst-seq to ls-old-seq

           if chain-anchored
               add 1 to ls-true-index
               add 1 to ls-anchored-count
               move ls-true-index to ls-new-seq
           else
               add 1 to ls-island-count
               move zero to ls-new-seq
           end-if

           if ls-new-seq = ls-old-seq
               exit paragraph
           end-if

           move ls-new-seq to mst-seq
           rewrite master-record
               invalid key
                   move 'PRM0294S' to ls-msg-id
                   move 'Cannot rewrite master record.' to ls-msg-text
                   perform 8000-issue-message
                   add 1 to ls-failed-count
                   exit paragraph
           end-rewrite

           perform 2150-journal-change

           move mst-value to ls-value-disp
           move ls-old-seq to ls-seq-old-disp
           move spaces to report-line
           if ls-new-seq = zero
               add 1 to ls-unknown-marked-count
               string  'Value '               delimited by size
                       ls-value-disp           delimited by size
                       ': seq '               delimited by size
                       ls-seq-old-disp         delimited by size
                       ' -> index unknown (not anchored to 2)'
                                               delimited by size
                       into report-line
           else
               add 1 to ls-renumbered-count
               move ls-new-seq to ls-seq-new-disp
               string  'Value '               delimited by size
                       ls-value-disp           delimited by size
                       ': seq '               delimited by size
                       ls-seq-old-disp         delimited by size
                       ' -> true index '      delimited by size
                       ls-seq-new-disp         delimited by size
                       into report-line
               perform 2200-write-delta-record
           end-if
           write report-line
           .
       2110-check-gap.
      *    Tests each odd value strictly between the last anchored
      *    record and this one; a prime among them is one the master
      *    should hold and does not, so the chain breaks here.
           set gap-prime-found to false
           if ls-prev-value = 2
               move 3 to ls-gap-candidate
           else
               compute ls-gap-candidate = ls-prev-value + 2
           end-if

           perform until ls-gap-candidate >= mst-value
               perform 2120-test-candidate
               if candidate-prime
                   set gap-prime-found to true
                   exit perform
               end-if
               add 2 to ls-gap-candidate
           end-perform

           if not gap-prime-found
               exit paragraph
           end-if

           set chain-anchored to false

           move mst-value to ls-value-disp
           move ls-gap-candidate to ls-gap-prime-disp
           move spaces to report-line
           string  'Value '               delimited by size
                   ls-value-disp           delimited by size
                   ': prime '             delimited by size
                   ls-gap-prime-disp       delimited by size
                   ' below it is not in the master; anchoring ends.'
                                           delimited by size
                   into report-line
           write report-line
           .
       2120-test-candidate.
      *    Trial division by the odd divisors; comparing divisor and
      *    quotient instead of squaring keeps it clear of overflow.
           set candidate-prime to true
           move 3 to ls-gap-divisor

           perform until exit
               divide ls-gap-candidate by ls-gap-divisor
                       giving ls-gap-quotient
                       remainder ls-gap-remainder
               if ls-gap-quotient < ls-gap-divisor
                   exit perform
               end-if
               if ls-gap-remainder = zero
                   set candidate-prime to false
                   exit perform
               end-if
               add 2 to ls-gap-divisor
           end-perform
           .
       2150-journal-change.
      *    Resequencing never touches the square or the origin, so
      *    the before-image differs from the after-image in the
      *    sequence alone. The
      *    partition changed is stamped for the next CHANGED audit
      *    and backup.
           if master-partitioned
               move ls-run-stamp to ls-part-changed(ls-part-open-idx)
               set part-dir-changed to true
           end-if

           move mst-square to ls-before-square
           move spaces to journal-line
           string  ls-cycle-disp     delimited by size
                   '|'               delimited by size
                   ls-run-date       delimited by size
                   '|'               delimited by size
                   ls-run-time       delimited by size
                   '|primeseq|R|'    delimited by size
                   mst-value         delimited by size
                   '|'               delimited by size
                   ls-old-seq        delimited by size
                   '|'               delimited by size
                   ls-before-square  delimited by size
                   '|'               delimited by size
                   mst-seq           delimited by size
                   '|'               delimited by size
                   mst-square        delimited by size
                   '|'               delimited by size
                   mst-origin        delimited by size
                   into journal-line
           write journal-line
           add 1 to ls-journal-count
           .
       2200-write-delta-record.
      *    Opened on first use, so a master already in true order
      *    leaves no empty cycle behind; an open failure costs the
      *    feed, never the resequencing.
           if delta-failed
               exit paragraph
           end-if

           if not delta-opened
               open output delta-file
               if not delta-status-ok
                   move 'PRM0295S' to ls-msg-id
                   move ls-delta-status to ls-msg-status
                   move 'Cannot open delta cycle file.' to ls-msg-text
                   perform 8010-issue-open-error
                   set delta-failed to true
                   exit paragraph
               end-if
               set delta-opened to true
           end-if

           move mst-seq to dlt-seq
           move mst-value to dlt-value
           write delta-record
           end-write
           add 1 to ls-delta-count
           .
       3000-termination.
           move ls-read-count to ls-count-disp
           move spaces to report-line
           string  ls-count-disp              delimited by size
                   ' master records read.'    delimited by size
                   into report-line
           write report-line

           move ls-anchored-count to ls-count-disp
           move spaces to report-line
           string  ls-count-disp              delimited by size
                   ' records anchored to 2 (true index known).'
                                              delimited by size
                   into report-line
           write report-line

           move ls-island-count to ls-count-disp
           move spaces to report-line
           string  ls-count-disp              delimited by size
                   ' records in unanchored islands (index unknown).'
                                              delimited by size
                   into report-line
           write report-line

           if ls-first-island-value not = zero
               move ls-first-island-value to ls-value-disp
               move spaces to report-line
               string  'Anchored coverage breaks before value '
                                              delimited by size
                       ls-value-disp          delimited by size
                       '.'                    delimited by size
                       into report-line
               write report-line
           end-if

           move ls-renumbered-count to ls-count-disp
           move spaces to report-line
           string  ls-count-disp              delimited by size
                   ' records renumbered to their true index.'
                                              delimited by size
                   into report-line
           write report-line

           move ls-unknown-marked-count to ls-count-disp
           move spaces to report-line
           string  ls-count-disp              delimited by size
                   ' records newly marked index unknown.'
                                              delimited by size
                   into report-line
           write report-line

           move ls-failed-count to ls-count-disp
           move spaces to report-line
           string  ls-count-disp              delimited by size
                   ' master update(s) failed.' delimited by size
                   into report-line
           write report-line

      *    A run whose only changes were marks of unknown index still
      *    registers its cycle, with an empty delta file, so the cycle
      *    number its journal entries carry is never issued twice.
           if ls-journal-count not = zero and
                   not delta-opened and not delta-failed
               open output delta-file
               if delta-status-ok
                   set delta-opened to true
               end-if
           end-if

           if delta-opened
               move ls-delta-count to ls-count-disp
               move spaces to report-line
               string  ls-count-disp              delimited by size
                       ' delta record(s) written to '
                                                  delimited by size
                       ls-delta-file              delimited by space
                       into report-line
               write report-line

               close delta-file
               perform 3100-register-delta-cycle
           end-if

           if master-partitioned and part-dir-changed
               perform 3200-write-partition-directory
           end-if

           close standard-error master-file report-file journal-file

      *    Sealed while the claim still holds, so the seal covers
      *    exactly what this run left in the master.
           move 'SEAL' to ls-seal-function
           move 'MASTER' to ls-seal-logical
           move ls-master-file to ls-seal-path
           perform 9400-seal-file

           perform 7900-release-claim

           if ls-island-count not = zero
               move ls-island-count to ls-count-disp
               move 'PRM0511W' to ls-msg-id
               move spaces to ls-msg-text
               string  ls-count-disp          delimited by size
                       ' master record(s) lie in islands not'
                                              delimited by size
                       ' anchored to 2; index unknown.'
                                              delimited by size
                       into ls-msg-text
               perform 8000-issue-message
           end-if
           .
       3200-write-partition-directory.
      *    The directory is rewritten whole, in band order, from the
      *    table this run holds.
           open output part-dir-file
           if not part-dir-status-ok
               move 'PRM0724S' to ls-msg-id
               move ls-part-dir-status to ls-msg-status
               move 'Cannot write master partition directory.'
                       to ls-msg-text
               perform 8010-issue-open-error
               set fatal-error to true
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
       3100-register-delta-cycle.
      *    Best-effort, the way primemast registers its cycles.
           open extend registry-file
           if registry-absent
               open output registry-file
           end-if
           if not registry-status-ok
               exit paragraph
           end-if

           move ls-delta-count to ls-reg-count
           move spaces to registry-line
           string  ls-cycle-disp     delimited by size
                   '|'               delimited by size
                   ls-run-date       delimited by size
                   '|'               delimited by size
                   ls-run-time       delimited by size
                   '|'               delimited by size
                   ls-delta-file     delimited by space
                   '|'               delimited by size
                   ls-reg-count      delimited by size
                   into registry-line
           write registry-line

           close registry-file
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
      *    The same '<name>.lck' protocol primemast applies to the
      *    master, so a merge, a backup and a resequencing run can
      *    never interleave.
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
           string  'primeseq '   delimited by size
                   ls-run-date    delimited by size
                   ' '           delimited by size
                   ls-run-time    delimited by size
                   into lock-record
           write lock-record
           close lock-file

           set claim-held to true
           .
       7030-await-readers.
      *    Readers hold the master under shared claims (primeshr).
      *    With the exclusive claim now taken no new reader can
      *    start, so this run waits up to WAIT= seconds for the ones
      *    already reading to let go, and refuses to start renumbering
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
           move 'MASTER' to ls-env-logical
           perform 7055-resolve-one-file
           move ls-env-path to ls-master-file

           move 'LEDGER' to ls-env-logical
           perform 7055-resolve-one-file
           move ls-env-path to ls-ledger-file

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
