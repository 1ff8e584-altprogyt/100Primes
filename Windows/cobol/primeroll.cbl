      ******************************************************************
      * primeroll: Point-in-time rollback of the prime master. Backs   *
      * primes.mst out to its state before a named delta cycle by      *
      * reversing, newest first, every change the before-image         *
      * journal '<master>.jnl' holds for that cycle and every later    *
      * one -- an added record is deleted, a rewritten record gets     *
      * its before-image back, a deleted record is written again --    *
      * so a bad merge no longer costs a full primerst restore of the  *
      * master, catalog, ledger and history together.                  *
      *                                                                *
      * Rolling back rewrites standing master records, so the run      *
      * requires OPERATOR= and a REPLACE (or ALL) permission in the    *
      * authorization file primeauth checks, and it claims the master  *
      * the way a primemast merge does. Its own changes are journalled *
      * under a new cycle number like any other, so a rollback can     *
      * itself be rolled back, and that cycle is registered in the     *
      * delta registry as a compensating entry --                      *
      *                                                                *
      *   cycle|date|time|file|count|ROLLBACK|first-cycle-backed-out   *
      *                                                                *
      * -- whose delta file re-delivers every restored record that     *
      * has a true index and carries a withdrawal record (pkd-seq      *
      * 9999999999, pkd-value the value) for every value subscribers   *
      * must drop, so primefeed subscribers are told. The rollback     *
      * report lists every record restored, and flags any master       *
      * record that no longer matched the journal's after-image.       *
      *                                                                *
      * Like a merge, a rollback waits up to WAIT=n seconds for        *
      * shared readers of the master (primeshr) to let go, and         *
      * refuses to start over any still holding on.                    *
      *                                                                *
      * A master split into value-band partitions by primepart is      *
      * rolled back partition by partition: each journalled value is   *
      * reversed in the partition its band names, a partition is       *
      * created if a re-added value's band has none, and the partition *
      * directory '<master>.dir' is rewritten with each touched        *
      * partition's changed stamp before the claim is released.        *
      ******************************************************************
       identification division.
       program-id. primeroll.

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
           select  journal-file assign ls-journal-file
                   organization is line sequential
                   access mode is sequential
                   file status is ls-journal-status
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

       fd  part-dir-file.
       01  part-dir-line                   pic x(512).

      *    Same before-image journal primemast and primeseq append to.
       fd  journal-file.
       01  journal-line                    pic x(200).

       fd  report-file.
       01  report-line                     pic x(160).

      *    Same COMP-3 layout primemast writes per delta cycle.
       fd  delta-file.
       01  delta-record.
           05  dlt-seq                     pic 9(10) comp-3.
           05  dlt-value                   pic 9(20) comp-3.

       fd  registry-file.
       01  registry-line                   pic x(512).

       fd  lock-file.
       01  lock-record                     pic x(80).

       local-storage section.

       78  c-stdout                        value '/dev/stdout'.
      *    Withdrawal marker in a compensating delta cycle: no true
      *    prime index the ten-digit packed field can carry is this.
       78  c-withdrawal-seq                value 9999999999.
       78  c-max-entries                   value 10000.

       01  filler.
           05  ls-arguments                pic x(256) value spaces.
           05  ls-token-area.
               10  ls-token                occurs 6 times
                                           pic x(256).
               10  ls-token-count          binary-long unsigned.
           05  ls-token-idx                binary-long unsigned.
           05  ls-master-file              pic x(256) value spaces.
           05  ls-journal-file             pic x(256) value spaces.
           05  ls-wait-text                pic x(20) value spaces.
           05  ls-report-file              pic x(256) value spaces.
           05  ls-delta-file               pic x(256) value spaces.
           05  ls-registry-file            pic x(256) value spaces.
           05  switches.
               10  filler                  pic x(01) value 'N'.
                   88  fatal-error         value 'Y' false 'N'.
               10  filler                  pic x(01) value 'N'.
                   88  cycle-known         value 'Y' false 'N'.
               10  filler                  pic x(01) value 'N'.
                   88  record-present      value 'Y' false 'N'.
               10  filler                  pic x(01) value 'N'.
                   88  delta-opened        value 'Y' false 'N'.
               10  filler                  pic x(01) value 'N'.
                   88  delta-failed        value 'Y' false 'N'.
               10  filler                  pic x(01) value 'N'.
                   88  master-partitioned  value 'Y' false 'N'.
               10  filler                  pic x(01) value 'N'.
                   88  part-dir-changed    value 'Y' false 'N'.
               10  filler                  pic x(01) value 'N'.
                   88  partition-added     value 'Y' false 'N'.
           05  ls-operator                 pic x(16) value spaces.
           05  ls-auth-action              pic x(08).
           05  ls-auth-allowed             pic x(01) value 'N'.
           05  ls-cycle-text               pic x(20) value spaces.
           05  ls-target-cycle             binary-long unsigned
                                           value zero.
           05  ls-target-disp              pic 9(06).
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
           05  ls-jnl-fields.
               10  ls-jf-cycle             pic x(20).
               10  ls-jf-date              pic x(08).
               10  ls-jf-time              pic x(08).
               10  ls-jf-pgm               pic x(20).
               10  ls-jf-action            pic x(01).
               10  ls-jf-value             pic x(20).
               10  ls-jf-before-seq        pic x(20).
               10  ls-jf-before-square     pic x(20).
               10  ls-jf-after-seq         pic x(20).
               10  ls-jf-after-square      pic x(20).
               10  ls-jf-before-origin     pic x(39).
      *    The journalled changes being reversed, in journal order;
      *    2000-roll-back walks the table from the bottom up.
           05  ls-entry-table.
               10  ls-entry                occurs 10000 times.
                   15  ls-ent-cycle        binary-long unsigned.
                   15  ls-ent-action       pic x(01).
                   15  ls-ent-value        pic 9(20).
                   15  ls-ent-before-seq   pic 9(20).
                   15  ls-ent-before-square
                                           pic 9(20).
                   15  ls-ent-after-seq    pic 9(20).
                   15  ls-ent-after-square pic 9(20).
                   15  ls-ent-before-origin
                                           pic x(39).
           05  ls-entry-count              binary-long unsigned
                                           value zero.
           05  ls-entry-idx                binary-long unsigned.
           05  ls-jnl-action               pic x(01).
           05  ls-before-seq               pic 9(20).
           05  ls-before-square            pic 9(20).
           05  ls-before-origin            pic x(39).
           05  ls-journal-count            binary-long unsigned
                                           value zero.
           05  ls-withdrawn-count          binary-long unsigned
                                           value zero.
           05  ls-restored-count           binary-long unsigned
                                           value zero.
           05  ls-readded-count            binary-long unsigned
                                           value zero.
           05  ls-drift-count              binary-long unsigned
                                           value zero.
           05  ls-failed-count             binary-long unsigned
                                           value zero.
           05  ls-delta-count              binary-long unsigned
                                           value zero.
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
           05  ls-ent-cycle-disp           pic 9(06).
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
      *    The seal this run leaves on each shared file it changes
      *    (primeseal), so primetamp can prove nothing else did.
           05  ls-seal-area.
               10  ls-seal-function        pic x(08).
               10  ls-seal-logical         pic x(12).
               10  ls-seal-path            pic x(256).
               10  ls-seal-program         pic x(10) value 'primeroll'.
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
                   88  master-not-found    value '35'.
               10  ls-part-dir-status      pic 9(01)x(01).
                   88  part-dir-status-ok  value '00'.
                   88  part-dir-absent     value '35'.
               10  ls-journal-status       pic 9(01)x(01).
                   88  journal-status-ok   value '00'.
               10  ls-report-status        pic 9(01)x(01).
                   88  report-status-ok    value '00'.
               10  ls-delta-status         pic 9(01)x(01).
                   88  delta-status-ok     value '00'.
               10  ls-registry-status      pic 9(01)x(01).
                   88  registry-status-ok  value '00'.
                   88  registry-absent     value '35'.
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

           if not fatal-error
               perform 1100-assign-cycle
           end-if

           if not fatal-error
               perform 1200-load-journal-entries
           end-if

           if not fatal-error
               perform 1300-open-files
           end-if

      *    standard-error is the only file certain to be open at this
      *    point; close it explicitly so libcob's implicit-close-on-
      *    GOBACK warning does not land on the same stream as the
      *    message just written to it.
           if fatal-error
               close standard-error
               perform 7900-release-claim
               perform 8090-set-return-code
               goback
           end-if

           perform 2000-roll-back
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
                   when ls-token(ls-token-idx)(1:6) = 'CYCLE='
                       move ls-token(ls-token-idx)(7:20)
                               to ls-cycle-text
                   when ls-token(ls-token-idx)(1:7) = 'MASTER='
                       move ls-token(ls-token-idx)(8:249)
                               to ls-master-file
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
                               to ls-wait-text
                   when other
                       perform 1900-issue-usage-error
               end-evaluate
           end-perform

           if fatal-error
               exit paragraph
           end-if

           move ls-cycle-text to ls-rf-cycle
           perform 1110-parse-registry-cycle
           if not reg-cycle-valid or ls-reg-cycle-value = zero or
                   ls-cycle-text(7:1) not = space
               perform 1900-issue-usage-error
               exit paragraph
           end-if
           move ls-reg-cycle-value to ls-target-cycle
           move ls-target-cycle to ls-target-disp

      *    WAIT= goes through the same six-digit parse as CYCLE=.
           if ls-wait-text not = spaces
               move ls-wait-text to ls-rf-cycle
               perform 1110-parse-registry-cycle
               if not reg-cycle-valid or ls-wait-text(7:1) not = space
                       or ls-reg-cycle-value > 86400
                   perform 1950-issue-wait-error
                   exit paragraph
               end-if
               move ls-reg-cycle-value to ls-wait-seconds
           end-if

           if ls-report-file = spaces
               move c-stdout to ls-report-file
           end-if

           move spaces to ls-journal-file
           string  ls-master-file  delimited by space
                   '.jnl'          delimited by size
                   into ls-journal-file

      *    Every record this run may touch is a standing master
      *    record, so the permission is settled before anything is
      *    claimed or opened; primeauth logs a denial itself.
           move 'REPLACE' to ls-auth-action
           move 'N' to ls-auth-allowed
           call 'primeauth' using ls-operator ls-auth-action
                   ls-auth-allowed
           if ls-auth-allowed not = 'Y'
               move 'PRM0188E' to ls-msg-id
               move 'Rollback not authorized; master untouched.'
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
           .
       1100-assign-cycle.
      *    The rollback's own cycle is one past the highest the
      *    registry or the journal has issued, the same numbering
      *    primemast applies. The named cycle must be one the
      *    registry or the journal actually knows.
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
                   perform 1120-weigh-known-cycle
               end-perform
               close registry-file
           end-if

           open input journal-file
           if journal-status-ok
               perform until exit
                   read journal-file
                       at end
                           exit perform
                   end-read

                   move spaces to ls-reg-fields
                   unstring journal-line delimited by '|'
                       into ls-rf-cycle ls-rf-rest

                   perform 1110-parse-registry-cycle
                   perform 1120-weigh-known-cycle
               end-perform
               close journal-file
           end-if

           if not cycle-known
               move 'PRM0189E' to ls-msg-id
               move spaces to ls-msg-text
               string  'Delta cycle '       delimited by size
                       ls-target-disp        delimited by size
                       ' is not in the registry or the journal;'
                                            delimited by size
                       ' master untouched.' delimited by size
                       into ls-msg-text
               perform 8000-issue-message
               set fatal-error to true
               exit paragraph
           end-if

           add 1 to ls-cycle-number
           move ls-cycle-number to ls-cycle-disp

           move spaces to ls-delta-file
           string  ls-master-file  delimited by space
                   '.d'            delimited by size
                   ls-cycle-disp   delimited by size
                   into ls-delta-file
           .
       1110-parse-registry-cycle.
      *    Same digit-strictness the suite's generic parser applies,
      *    sized to the six-digit cycle numbers the registry carries.
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
       1120-weigh-known-cycle.
           if not reg-cycle-valid
               exit paragraph
           end-if

           if ls-reg-cycle-value = ls-target-cycle
               set cycle-known to true
           end-if

           if ls-reg-cycle-value > ls-cycle-number
               move ls-reg-cycle-value to ls-cycle-number
           end-if
           .
       1200-load-journal-entries.
      *    Everything journalled at or after the named cycle is held
      *    before the master is touched, so a journal too large to
      *    reverse in one run stops here with the master intact.
           open input journal-file
           if not journal-status-ok
               move 'PRM0298S' to ls-msg-id
               move ls-journal-status to ls-msg-status
               move 'Cannot open before-image journal.' to ls-msg-text
               perform 8010-issue-open-error
               set fatal-error to true
               exit paragraph
           end-if

           perform until exit
               read journal-file
                   at end
                       exit perform
               end-read

               move spaces to ls-jnl-fields
               unstring journal-line delimited by '|'
                   into ls-jf-cycle ls-jf-date ls-jf-time
                        ls-jf-pgm ls-jf-action ls-jf-value
                        ls-jf-before-seq ls-jf-before-square
                        ls-jf-after-seq ls-jf-after-square
                        ls-jf-before-origin

               move ls-jf-cycle to ls-rf-cycle
               perform 1110-parse-registry-cycle
               if not reg-cycle-valid or
                       ls-reg-cycle-value < ls-target-cycle
                   exit perform cycle
               end-if

               if ls-jf-value is not numeric or
                       ls-jf-before-seq is not numeric or
                       ls-jf-before-square is not numeric or
                       ls-jf-after-seq is not numeric or
                       ls-jf-after-square is not numeric
                   exit perform cycle
               end-if

               if ls-entry-count >= c-max-entries
                   move 'PRM0190E' to ls-msg-id
                   move spaces to ls-msg-text
                   string  'More journalled changes than one'
                                           delimited by size
                           ' rollback reverses; roll back a later'
                                           delimited by size
                           ' cycle first.' delimited by size
                           into ls-msg-text
                   perform 8000-issue-message
                   set fatal-error to true
                   exit perform
               end-if

               add 1 to ls-entry-count
               move ls-reg-cycle-value
                       to ls-ent-cycle(ls-entry-count)
               move ls-jf-action to ls-ent-action(ls-entry-count)
               move ls-jf-value to ls-ent-value(ls-entry-count)
               move ls-jf-before-seq
                       to ls-ent-before-seq(ls-entry-count)
               move ls-jf-before-square
                       to ls-ent-before-square(ls-entry-count)
               move ls-jf-after-seq
                       to ls-ent-after-seq(ls-entry-count)
               move ls-jf-after-square
                       to ls-ent-after-square(ls-entry-count)
               move ls-jf-before-origin
                       to ls-ent-before-origin(ls-entry-count)
           end-perform

           close journal-file

           if fatal-error
               exit paragraph
           end-if

           if ls-entry-count = zero
               move 'PRM0191E' to ls-msg-id
               move spaces to ls-msg-text
               string  'No journalled changes at or after cycle '
                                       delimited by size
                       ls-target-disp  delimited by size
                       '; master untouched.'
                                       delimited by size
                       into ls-msg-text
               perform 8000-issue-message
               set fatal-error to true
           end-if
           .
       1300-open-files.
      *    A partitioned master has each partition opened as the
      *    entries being reversed reach it; a single file is opened
      *    now, as it always was.
           perform 1700-load-partitions
           if fatal-error
               exit paragraph
           end-if

           if master-partitioned
               move zero to ls-part-open-idx
           else
               move ls-master-file to ls-part-file
               open i-o master-file
               if not master-status-ok
                   move 'PRM0299S' to ls-msg-id
                   move ls-master-status to ls-msg-status
                   move 'Cannot open prime master file.'
                           to ls-msg-text
                   perform 8010-issue-open-error
                   set fatal-error to true
                   exit paragraph
               end-if
               move 1 to ls-part-open-idx
           end-if

      *    From here on master-file is open only if a file (the single
      *    master, or a partition) is current in ls-part-open-idx.

           open extend journal-file
           if not journal-status-ok
               move 'PRM0298S' to ls-msg-id
               move ls-journal-status to ls-msg-status
               move 'Cannot open before-image journal.' to ls-msg-text
               perform 8010-issue-open-error
               if ls-part-open-idx > zero
                   close master-file
               end-if
               set fatal-error to true
               exit paragraph
           end-if

           open output report-file
           if not report-status-ok
               move 'PRM0701S' to ls-msg-id
               move ls-report-status to ls-msg-status
               move 'Cannot open rollback report.' to ls-msg-text
               perform 8010-issue-open-error
               close journal-file
               if ls-part-open-idx > zero
                   close master-file
               end-if
               set fatal-error to true
               exit paragraph
           end-if

           move ls-entry-count to ls-count-disp
           move spaces to report-line
           string  'Backing out cycle '    delimited by size
                   ls-target-disp           delimited by size
                   ' and later: '          delimited by size
                   ls-count-disp            delimited by size
                   ' journalled change(s), newest first.'
                                           delimited by size
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
               move 'PRM0725S' to ls-msg-id
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
       1900-issue-usage-error.
           move 'PRM0187E' to ls-msg-id
           move spaces to ls-msg-text
           string  'Usage is primeroll CYCLE=n OPERATOR= [MASTER=]'
                           delimited by size
                   ' [REGISTRY=] [REPORT=] [WAIT=n].'
                           delimited by size
                   into ls-msg-text
           perform 8000-issue-message
           set fatal-error to true
           .
       1950-issue-wait-error.
           move 'PRM0192E' to ls-msg-id
           move 'WAIT= must give whole seconds, at most 86400.'
                   to ls-msg-text
           perform 8000-issue-message
           set fatal-error to true
           .
       2000-roll-back.
           perform varying ls-entry-idx from ls-entry-count by -1
                   until ls-entry-idx < 1 or fatal-error
               perform 2100-reverse-one-entry
           end-perform
           .
       2050-route-to-partition.
      *    Entries are reversed newest first, not in value order, so
      *    a partition may be closed and opened again as they move
      *    between bands. A deleted value re-added into a band whose
      *    partition has since gone is given a new one. A partition
      *    that cannot be opened stops the rollback, and what was
      *    already reversed stands, journalled, for a rerun to finish.
           move ls-ent-value(ls-entry-idx) to ls-band-value
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
               move 'PRM0299S' to ls-msg-id
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
       2100-reverse-one-entry.
      *    The master should still hold the entry's after-image (or,
      *    for a delete, no record); a record that drifted since was
      *    changed outside the journal, and is flagged but restored
      *    regardless -- the before-image is the state asked for.
           if master-partitioned
               perform 2050-route-to-partition
               if fatal-error
                   exit paragraph
               end-if
           end-if

           move ls-ent-value(ls-entry-idx) to mst-value
           set record-present to true
           read master-file
               invalid key
                   set record-present to false
           end-read

           move ls-ent-cycle(ls-entry-idx) to ls-ent-cycle-disp
           move ls-ent-value(ls-entry-idx) to ls-value-disp

           if ls-ent-action(ls-entry-idx) = 'D'
               if record-present
                   perform 2190-report-drift
               end-if
           else
               if not record-present
                   perform 2190-report-drift
               else
                   if mst-seq not = ls-ent-after-seq(ls-entry-idx) or
                           mst-square not =
                           ls-ent-after-square(ls-entry-idx)
                       perform 2190-report-drift
                   end-if
               end-if
           end-if

           evaluate true
               when ls-ent-action(ls-entry-idx) = 'A'
                   if record-present
                       perform 2200-withdraw-record
                   end-if
               when record-present
                   perform 2300-restore-record
               when other
                   perform 2400-readd-record
           end-evaluate
           .
       2190-report-drift.
           add 1 to ls-drift-count
           move spaces to report-line
           string  'Value '                  delimited by size
                   ls-value-disp              delimited by size
                   ': master no longer matched cycle '
                                             delimited by size
                   ls-ent-cycle-disp          delimited by size
                   ' after-image; restored regardless.'
                                             delimited by size
                   into report-line
           write report-line
           .
       2200-withdraw-record.
           move mst-seq to ls-before-seq
           move mst-square to ls-before-square
           move mst-origin to ls-before-origin

           delete master-file record
               invalid key
                   move 'PRM0702S' to ls-msg-id
                   move 'Cannot delete master record.' to ls-msg-text
                   perform 8000-issue-message
                   add 1 to ls-failed-count
                   exit paragraph
           end-delete

           add 1 to ls-withdrawn-count
           move 'D' to ls-jnl-action
           move zero to mst-seq mst-square
           perform 2900-journal-change

           move spaces to report-line
           string  'Value '                  delimited by size
                   ls-value-disp              delimited by size
                   ': added by cycle '       delimited by size
                   ls-ent-cycle-disp          delimited by size
                   ' -- withdrawn.'          delimited by size
                   into report-line
           write report-line

           move c-withdrawal-seq to dlt-seq
           perform 2950-write-delta-record
           .
       2300-restore-record.
           move mst-seq to ls-before-seq
           move mst-square to ls-before-square
           move mst-origin to ls-before-origin

           move ls-ent-before-seq(ls-entry-idx) to mst-seq
           move ls-ent-before-square(ls-entry-idx) to mst-square
           perform 2350-restore-origin
           rewrite master-record
               invalid key
                   move 'PRM0703S' to ls-msg-id
                   move 'Cannot rewrite master record.' to ls-msg-text
                   perform 8000-issue-message
                   add 1 to ls-failed-count
                   exit paragraph
           end-rewrite

           add 1 to ls-restored-count
           move 'R' to ls-jnl-action
           perform 2900-journal-change

           move ls-before-seq to ls-seq-old-disp
           move mst-seq to ls-seq-new-disp
           move spaces to report-line
           string  'Value '                  delimited by size
                   ls-value-disp              delimited by size
                   ': seq '                  delimited by size
                   ls-seq-old-disp            delimited by size
                   ' restored to seq '       delimited by size
                   ls-seq-new-disp            delimited by size
                   ' (before cycle '         delimited by size
                   ls-ent-cycle-disp          delimited by size
                   ').'                      delimited by size
                   into report-line
           write report-line

           perform 2960-deliver-restored-record
           .
       2350-restore-origin.
      *    The journal's before-image carries the record's origin as
      *    it stood; a journal line written before records carried
      *    one has none, and the record is then marked restored by
      *    this rollback -- re-added under its cycle, or replaced by
      *    it.
           if ls-ent-before-origin(ls-entry-idx) not = spaces
               move ls-ent-before-origin(ls-entry-idx) to mst-origin
               exit paragraph
           end-if

           move 'R' to mst-source
           move ls-run-date to mst-run-date
           move ls-run-time to mst-run-time
           move 'primeroll' to mst-run-pgm
           if mst-added-cycle = zero
               move ls-cycle-number to mst-added-cycle
           else
               move ls-cycle-number to mst-replaced-cycle
           end-if
           .
       2400-readd-record.
           move ls-ent-value(ls-entry-idx) to mst-value
           move ls-ent-before-seq(ls-entry-idx) to mst-seq
           move ls-ent-before-square(ls-entry-idx) to mst-square
           move zero to mst-added-cycle mst-replaced-cycle
           perform 2350-restore-origin
           write master-record
               invalid key
                   move 'PRM0704S' to ls-msg-id
                   move 'Cannot write master record.' to ls-msg-text
                   perform 8000-issue-message
                   add 1 to ls-failed-count
                   exit paragraph
           end-write

           add 1 to ls-readded-count
           move 'A' to ls-jnl-action
           move zero to ls-before-seq ls-before-square
           move spaces to ls-before-origin
           perform 2900-journal-change

           move mst-seq to ls-seq-new-disp
           move spaces to report-line
           string  'Value '                  delimited by size
                   ls-value-disp              delimited by size
                   ': re-added at seq '      delimited by size
                   ls-seq-new-disp            delimited by size
                   ' (before cycle '         delimited by size
                   ls-ent-cycle-disp          delimited by size
                   ').'                      delimited by size
                   into report-line
           write report-line

           perform 2960-deliver-restored-record
           .
       2900-journal-change.
      *    ls-jnl-action and the before-image set by the caller; the
      *    after-image is the master record as it now stands, and the
      *    before-image's origin rides last, as primemast writes it.
           move spaces to journal-line
           string  ls-cycle-disp     delimited by size
                   '|'               delimited by size
                   ls-run-date       delimited by size
                   '|'               delimited by size
                   ls-run-time       delimited by size
                   '|primeroll|'     delimited by size
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

           if master-partitioned
               move ls-run-stamp to ls-part-changed(ls-part-open-idx)
               set part-dir-changed to true
           end-if
           .
       2950-write-delta-record.
      *    dlt-seq set by the caller. The compensating delta is
      *    opened on first use; an open failure costs the feed,
      *    never the rollback, so it is reported once.
           if delta-failed
               exit paragraph
           end-if

           if not delta-opened
               open output delta-file
               if not delta-status-ok
                   move 'PRM0705S' to ls-msg-id
                   move ls-delta-status to ls-msg-status
                   move 'Cannot open delta cycle file.' to ls-msg-text
                   perform 8010-issue-open-error
                   set delta-failed to true
                   exit paragraph
               end-if
               set delta-opened to true
           end-if

           move mst-value to dlt-value
           write delta-record
           end-write
           add 1 to ls-delta-count
           .
       2960-deliver-restored-record.
      *    A record restored to a true index is re-delivered; one
      *    restored to index unknown is withdrawn from subscribers,
      *    since the feed never carries sequence zero.
           if mst-seq = zero
               move c-withdrawal-seq to dlt-seq
           else
               move mst-seq to dlt-seq
           end-if
           perform 2950-write-delta-record
           .
       3000-termination.
           move ls-withdrawn-count to ls-count-disp
           move spaces to report-line
           string  ls-count-disp              delimited by size
                   ' added record(s) withdrawn.'
                                              delimited by size
                   into report-line
           write report-line

           move ls-restored-count to ls-count-disp
           move spaces to report-line
           string  ls-count-disp              delimited by size
                   ' record(s) restored to their before-image.'
                                              delimited by size
                   into report-line
           write report-line

           move ls-readded-count to ls-count-disp
           move spaces to report-line
           string  ls-count-disp              delimited by size
                   ' deleted record(s) re-added.'
                                              delimited by size
                   into report-line
           write report-line

           move ls-drift-count to ls-count-disp
           move spaces to report-line
           string  ls-count-disp              delimited by size
                   ' record(s) had drifted from the journal.'
                                              delimited by size
                   into report-line
           write report-line

           move ls-failed-count to ls-count-disp
           move spaces to report-line
           string  ls-count-disp              delimited by size
                   ' master update(s) failed.' delimited by size
                   into report-line
           write report-line

      *    Any change at all is registered as the compensating cycle,
      *    with an empty delta file if nothing needed delivering, so
      *    subscribers always learn that the rollback happened.
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
               string  'Compensating cycle '      delimited by size
                       ls-cycle-disp              delimited by size
                       ': '                       delimited by size
                       ls-count-disp              delimited by size
                       ' delta record(s) written to '
                                                  delimited by size
                       ls-delta-file              delimited by space
                       into report-line
               write report-line

               close delta-file
               perform 3100-register-compensating-cycle
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

           close standard-error master-file journal-file report-file

      *    Sealed while the claim still holds, so the seal covers
      *    exactly what this run left in the master.
           move 'SEAL' to ls-seal-function
           move 'MASTER' to ls-seal-logical
           move ls-master-file to ls-seal-path
           perform 9400-seal-file

           perform 7900-release-claim

           if ls-drift-count not = zero
               move ls-drift-count to ls-count-disp
               move 'PRM0513W' to ls-msg-id
               move spaces to ls-msg-text
               string  ls-count-disp          delimited by size
                       ' master record(s) had changed outside the'
                                              delimited by size
                       ' journal before the rollback.'
                                              delimited by size
                       into ls-msg-text
               perform 8000-issue-message
           end-if
           .
       3100-register-compensating-cycle.
      *    The sixth and seventh fields mark the entry as a rollback
      *    and name the first cycle it backs out, for primefeed.
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
                   '|ROLLBACK|'      delimited by size
                   ls-target-disp    delimited by size
                   into registry-line
           write registry-line

           close registry-file
           .
       3200-write-partition-directory.
      *    The directory is rewritten whole, in band order, from the
      *    table this run holds; a band whose partition this run
      *    could not create is left out.
           open output part-dir-file
           if not part-dir-status-ok
               move 'PRM0725S' to ls-msg-id
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
       7010-claim-one-file.
      *    The same '<name>.lck' protocol primemast applies to the
      *    master, so a merge and a rollback can never interleave.
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
           string  'primeroll '  delimited by size
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
      *    already reading to let go, and refuses to start the rollback
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
