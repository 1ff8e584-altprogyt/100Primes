      * audit record to the shop-wide run history -- so the monthly    *
      * transmission stops being a hand-edited copy of the packed      *
      * export that the partner bounces half the time.                 *
      *                                                                *
      * The master is read under a shared claim (primeshr), so any     *
      * number of readers may run together but never over a merge.     *
      *                                                                *
      * ACCOUNT=code names the cost center the run is charged to; it   *
      * rides on the run-history record for the monthly chargeback     *
      * (primechg). A run given none is charged to UNALLOC, flagged    *
      * DEFAULT.                                                       *
      *                                                                *
      * A value-band partitioned master (primepart) is read across     *
      * its partitions in value order as if it were still one file,    *
      * opening only the partitions the request reaches.               *
      *                                                                *
      * Every interchange built is logged as SENT in the transmission  *
      * control log (primexch.tcl; XMITLOG= names another) and stays   *
      * outstanding until primexmt loads the partner's acknowledgment. *
      * A cycle still outstanding for the sender cannot be sent again; *
      * with no CYCLE= the run takes the one after the sender's        *
      * highest logged cycle.                                          *
      ******************************************************************
       identification division.
       program-id. primexch.
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
           select  interchange-file assign ls-interchange-file
                   organization is line sequential
                   access mode is sequential
                   access mode is sequential
                   file status is ls-history-status
                   .
           select  xmitlog-file assign ls-xmitlog-file
                   organization is line sequential
                   access mode is sequential
                   file status is ls-xmitlog-status
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

      *    The value-band partition directory (see primepart).
       fd  part-dir-file.
       01  part-dir-line                   pic x(512).

       fd  interchange-file.
       01  interchange-line                pic x(80).
       fd  history-file.
       01  history-line                    pic x(512).

      *    The transmission control log, shared with primexmt:
      *      SENT|sender|cycle|date|time|file|count|hash
      *      ACKED|sender|cycle|date|time|ack-file|accepted|rejected|
      *            reason
      *      REJECTED|(as ACKED)
       fd  xmitlog-file.
       01  xmitlog-line                    pic x(400).

       local-storage section.

       78  c-stdout                        value '/dev/stdout'.
       01  filler.
           05  ls-arguments                pic x(256) value spaces.
           05  ls-token-area.
               10  ls-token                occurs 8 times
                                           pic x(256).
               10  ls-token-count          binary-long unsigned.
           05  ls-token-idx                binary-long unsigned.
           05  ls-master-file              pic x(256) value spaces.
           05  ls-interchange-file         pic x(256) value spaces.
           05  ls-catalog-file             pic x(256) value spaces.
           05  ls-history-file             pic x(256) value spaces.
           05  ls-xmitlog-file             pic x(256) value spaces.
           05  switches.
               10  filler                  pic x(01) value 'N'.
                   88  fatal-error         value 'Y' false 'N'.
               10  filler                  pic x(01) value 'N'.
                   88  master-partitioned  value 'Y' false 'N'.
               10  filler                  pic x(01) value 'N'.
                   88  master-exhausted    value 'Y' false 'N'.
               10  filler                  pic x(01) value 'N'.
                   88  cycle-given         value 'Y' false 'N'.
               10  filler                  pic x(01) value 'N'.
                   88  interchange-built   value 'Y' false 'N'.
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
           05  ls-select-low               binary-double unsigned.
           05  ls-select-high              binary-double unsigned.
           05  ls-detail-count             binary-long unsigned
                                           value zero.
      *    Additions are left to truncate on overflow: the hash total
      *    is defined as the low-order 20 digits of the sum, and the
               10  ls-lock-owner           pic x(80).
               10  ls-lock-claimed         pic x(01) value 'N'.
                   88  claim-held          value 'Y' false 'N'.
               10  ls-lock-save-rc         binary-long.
           05  ls-cat-low                  pic 9(20).
           05  ls-cat-high                 pic 9(20).
           05  ls-cat-count                pic 9(09).
           05  ls-hist-end-time            pic x(08).
           05  ls-hist-rc-disp             pic 9(02).
           05  ls-hist-counts              pic x(80).
           05  ls-hist-account             pic x(08) value spaces.
           05  ls-hist-account-src         pic x(07) value spaces.
           05  ls-count-display            pic z(19)9(01).
      *    This sender's cycles still awaiting the partner's
      *    acknowledgment, replayed from the transmission log.
           05  ls-highest-cycle            pic 9(06) value zero.
           05  ls-open-count               binary-long unsigned
                                           value zero.
           05  ls-open-idx                 binary-long unsigned.
           05  ls-open-cycle               pic 9(06) occurs 1000 times.
           05  ls-xmitlog-fields.
               10  ls-xf-event             pic x(08).
               10  ls-xf-sender            pic x(16).
               10  ls-xf-cycle             pic x(06).
           05  ls-sent-date                pic x(08).
           05  ls-sent-time                pic x(08).
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
      *    The seal this run leaves on each shared file it changes
      *    (primeseal), so primetamp can prove nothing else did.
           05  ls-seal-area.
               10  ls-seal-function        pic x(08).
               10  ls-seal-logical         pic x(12).
               10  ls-seal-path            pic x(256).
               10  ls-seal-program         pic x(10) value 'primexch'.
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
               10  ls-interchange-status   pic 9(01)x(01).
                   88  interchange-status-ok
                                           value '00'.
               10  ls-history-status       pic 9(01)x(01).
                   88  history-status-ok   value '00'.
                   88  history-file-absent value '35'.
               10  ls-xmitlog-status       pic 9(01)x(01).
                   88  xmitlog-status-ok   value '00'.
                   88  xmitlog-absent      value '35'.

      *    Catalogued-message work area for the shop-wide primemsg
      *    routine; ls-msg-severity accumulates the highest severity
           05  ls-msg-status               pic x(02).
           05  ls-msg-text                 pic x(120).
           05  ls-msg-build                pic x(120).
           05  ls-msg-severity             binary-long unsigned
                                           value zero.

       procedure division.
           if fatal-error
               close standard-error
               perform 7900-release-claim
               perform 7920-release-share
               perform 8090-set-return-code
               perform 9000-write-history
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

           unstring ls-arguments delimited by all space
               into ls-token(1) ls-token(2) ls-token(3) ls-token(4)
                    ls-token(5) ls-token(6) ls-token(7) ls-token(8)
               tallying in ls-token-count

           move ls-token(1) to ls-generic-text
               evaluate true
                   when ls-token(ls-token-idx) = spaces
                       continue
                   when ls-token(ls-token-idx)(1:8) = 'ACCOUNT='
                       perform 1960-take-account
                   when ls-token(ls-token-idx)(1:7) = 'MASTER='
                       move ls-token(ls-token-idx)(8:249)
                               to ls-master-file
                               ls-generic-value > zero and
                               ls-generic-value <= 999999
                           move ls-generic-value to hdr-cycle
                           set cycle-given to true
                       end-if
                   when ls-token(ls-token-idx)(1:8) = 'XMITLOG='
                       move ls-token(ls-token-idx)(9:248)
                               to ls-xmitlog-file
                   when other
                       continue
               end-evaluate
           end-perform

           if fatal-error
               exit paragraph
           end-if

           perform 1800-check-cycle
           if fatal-error
               exit paragraph
           end-if

           perform 7020-share-master
           if fatal-error
               exit paragraph
           end-if

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

      *    The interchange file is an output like any generator's and
      *    gets the same claim treatment.
           move ls-interchange-file to ls-lock-name
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
               move 'PRM0720S' to ls-msg-id
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
       1800-check-cycle.
      *    A cycle number the partner has not yet acknowledged may
      *    not go out again: their acknowledgment could not say which
      *    shipment it answers. With no CYCLE= the run takes the one
      *    after this sender's highest, wrapping past 999999.
           open input xmitlog-file
           if not xmitlog-absent
               if not xmitlog-status-ok
                   move 'PRM0741S' to ls-msg-id
                   move ls-xmitlog-status to ls-msg-status
                   move 'Cannot read transmission control log.'
                           to ls-msg-text
                   perform 8010-issue-open-error
                   set fatal-error to true
                   exit paragraph
               end-if

               perform until exit
                   read xmitlog-file
                       at end
                           exit perform
                   end-read
                   perform 1810-replay-xmitlog-line
               end-perform

               close xmitlog-file
           end-if

           if not cycle-given
               if ls-highest-cycle >= 999999
                   move 1 to hdr-cycle
               else
                   compute hdr-cycle = ls-highest-cycle + 1
               end-if
           end-if

           perform varying ls-open-idx from 1 by 1
                   until ls-open-idx > ls-open-count
               if ls-open-cycle(ls-open-idx) = hdr-cycle
                   move 'PRM0418E' to ls-msg-id
                   move spaces to ls-msg-text
                   string  'Cycle '              delimited by size
                           hdr-cycle              delimited by size
                           ' for '               delimited by size
                           hdr-sender             delimited by space
                           ' is still awaiting the partner''s'
                                                 delimited by size
                           ' acknowledgment; use another CYCLE=.'
                                                 delimited by size
                           into ls-msg-text
                   perform 8000-issue-message
                   set fatal-error to true
                   exit paragraph
               end-if
           end-perform
           .
       1810-replay-xmitlog-line.
           move spaces to ls-xmitlog-fields
           unstring xmitlog-line delimited by '|'
               into ls-xf-event ls-xf-sender ls-xf-cycle

           if ls-xf-sender not = hdr-sender
                   or ls-xf-cycle is not numeric
               exit paragraph
           end-if

           if ls-xf-cycle > ls-highest-cycle
               move ls-xf-cycle to ls-highest-cycle
           end-if

           perform varying ls-open-idx from 1 by 1
                   until ls-open-idx > ls-open-count
               if ls-open-cycle(ls-open-idx) = ls-xf-cycle
                   exit perform
               end-if
           end-perform

           evaluate ls-xf-event
               when 'SENT'
                   if ls-open-idx > ls-open-count
                           and ls-open-count < 1000
                       add 1 to ls-open-count
                       move ls-xf-cycle to ls-open-cycle(ls-open-count)
                   end-if
               when 'ACKED'
               when 'REJECTED'
      *            The last entry moves into the freed slot.
                   if ls-open-idx <= ls-open-count
                       move ls-open-cycle(ls-open-count)
                               to ls-open-cycle(ls-open-idx)
                       subtract 1 from ls-open-count
                   end-if
           end-evaluate
           .
       1900-issue-usage-error.
           move 'PRM0167E' to ls-msg-id
           move spaces to ls-msg-text
           string  'Usage is primexch low high interchange-file'
                           delimited by size
                   ' [MASTER=] [SENDER=] [CYCLE=n] [ACCOUNT=]'
                           delimited by size
                   ' [XMITLOG=].'
                           delimited by size
                   into ls-msg-text
           perform 8000-issue-message
           set fatal-error to true
           .
       1960-take-account.
      *    ACCOUNT= names the cost center the run is charged to; it
      *    rides on the run-history record for the chargeback.
           if ls-token(ls-token-idx)(9:8) = spaces
                   or ls-token(ls-token-idx)(17:240) not = spaces
               move 'PRM0404E' to ls-msg-id
               move spaces to ls-msg-text
               string  'ACCOUNT= must carry a cost-center code of'
                               delimited by size
                       ' 1 to 8 characters.'
                               delimited by size
                       into ls-msg-text
               perform 8000-issue-message
               set fatal-error to true
           else
               move ls-token(ls-token-idx)(9:8) to ls-hist-account
           end-if
           .
       2000-build-interchange.
           move ls-hist-start-date to hdr-date

           move ls-header-area to interchange-line
           write interchange-line

           move ls-select-low to ls-part-seek
           perform 2010-position-master
           if not master-exhausted
               perform 2100-copy-range-details
           end-if

           move ls-detail-count to trl-count
           move ls-hash-total to trl-hash
           move spaces to interchange-line
           move ls-trailer-area to interchange-line
           write interchange-line

           if not fatal-error
               set interchange-built to true
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
               move 'PRM0265S' to ls-msg-id
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
       2100-copy-range-details.
           perform until exit
               perform 2030-read-next-master
               if master-exhausted
                   exit perform
               end-if

               if mst-value > ls-select-high
                   exit perform
               end-if
           end-if

           perform 9200-register-output
           perform 9300-log-transmission

           close standard-error master-file interchange-file

           perform 7900-release-claim
           perform 7920-release-share
           .
       4050-parse-numeric-field.
           move zero to ls-generic-temp

           set claim-held to true
           .
       7020-share-master.
      *    The master is only read here, so the claim taken on it is
      *    the shared kind primeshr keeps: other readers may hold it
      *    at the same time, but a run holding the exclusive
      *    '<master>.lck' keeps this one out, and this one keeps a
      *    merge or restore out until it lets go.
           move spaces to ls-shr-stamp
           string  'primexch '          delimited by size
                   ls-hist-start-date   delimited by size
                   ' '                  delimited by size
                   ls-hist-start-time   delimited by size
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

           move 'XMITLOG' to ls-env-logical
           perform 7055-resolve-one-file
           move ls-env-path to ls-xmitlog-file
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
           accept ls-hist-end-date from date yyyymmdd
           accept ls-hist-end-time from time

      *    A run its environment refused has no history file.
           if ls-history-file = spaces
               exit paragraph
           end-if

           open extend history-file
           if history-file-absent
               open output history-file
                   ls-count-display        delimited by size
                   into ls-hist-counts

      *    A run that named no cost center is charged to UNALLOC and
      *    flagged DEFAULT so the chargeback can show it apart.
           if ls-hist-account = spaces
               move 'UNALLOC' to ls-hist-account
               move 'DEFAULT' to ls-hist-account-src
           end-if
           if ls-hist-account-src = spaces
               move 'GIVEN' to ls-hist-account-src
           end-if

           move spaces to history-line
           string  'primexch'           delimited by size
                   '|'                  delimited by size
                   '|'                  delimited by size
                   ls-interchange-file  delimited by space
                   '|'                  delimited by size
                   ls-arguments         delimited by '  '
                   '|'                  delimited by size
                   ls-hist-account      delimited by space
                   '|'                  delimited by size
                   ls-hist-account-src  delimited by space
                   '|'                  delimited by size
                   ls-env-name          delimited by space
                   into history-line
           write history-line

           close history-file

           move 'APPEND' to ls-seal-function
           move 'HISTORY' to ls-seal-logical
           move ls-history-file to ls-seal-path
           perform 9400-seal-file
           .
       9200-register-output.
      *    A catalog write failure costs only the registration, never
                   ls-cat-count        delimited by size
                   '|'                 delimited by size
                   ls-cat-sum          delimited by size
                   '|'                 delimited by size
                   ls-env-name         delimited by space
                   into catalog-line
           write catalog-line

           close catalog-file

           move 'APPEND' to ls-seal-function
           move 'CATALOG' to ls-seal-logical
           move ls-catalog-file to ls-seal-path
           perform 9400-seal-file
           .
       9300-log-transmission.
      *    The cycle is now out with the partner; it stays
      *    outstanding until primexmt loads their acknowledgment.
      *    Unlike the catalog this is a control, so a shipment that
      *    cannot be logged is reported.
           if not interchange-built
               exit paragraph
           end-if

           open extend xmitlog-file
           if xmitlog-absent
               open output xmitlog-file
           end-if
           if not xmitlog-status-ok
               move 'PRM0741S' to ls-msg-id
               move ls-xmitlog-status to ls-msg-status
               move 'Cannot log cycle in transmission control log.'
                       to ls-msg-text
               perform 8010-issue-open-error
               exit paragraph
           end-if

           accept ls-sent-date from date yyyymmdd
           accept ls-sent-time from time
           move ls-detail-count to ls-cat-count

           move spaces to xmitlog-line
           string  'SENT|'             delimited by size
                   hdr-sender          delimited by space
                   '|'                 delimited by size
                   hdr-cycle           delimited by size
                   '|'                 delimited by size
                   ls-sent-date        delimited by size
                   '|'                 delimited by size
                   ls-sent-time        delimited by size
                   '|'                 delimited by size
                   ls-interchange-file delimited by space
                   '|'                 delimited by size
                   ls-cat-count        delimited by size
                   '|'                 delimited by size
                   ls-hash-total       delimited by size
                   into xmitlog-line
           write xmitlog-line

           close xmitlog-file
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
