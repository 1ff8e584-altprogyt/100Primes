      ******************************************************************
      * primepart: Divide the cumulative prime master into value-band  *
      * partitions and list them. One indexed file keyed by value      *
      * made every merge, audit, extract and backup handle the whole   *
      * number line even when only one stretch of it changed, so the   *
      * master is kept instead as one indexed file per power-of-ten    *
      * band -- band nn holds the values of exactly nn digits (band 1  *
      * also takes 0 and 1), in '<master>.pnn' -- listed in the        *
      * partition directory '<master>.dir', one line per partition     *
      * in band order:                                                 *
      *                                                                *
      *   band|low|high|partition-file|changed|audited|saved           *
      *                                                                *
      * where each stamp is the run date and time (yyyymmddhhmmsscc,   *
      * zeroes for never) at which a merge, resequencing or rollback   *
      * last changed the partition, primeaud last passed it and        *
      * primebkp last saved it. primemast merges into only the         *
      * partitions a run touches, creating a band's partition the      *
      * first time a value lands in it; the readers cross partition    *
      * boundaries as if the master were still one file; primeaud and  *
      * primebkp take PART=nn, ALL or CHANGED so an audit or backup    *
      * can cover just the bands changed since the last cycle. A       *
      * master with no directory is still the single file it always   *
      * was, and every program treats it exactly as before.            *
      *                                                                *
      *   primepart SPLIT [MASTER=] [REPORT=] [WAIT=n]                 *
      *       copies a single-file master into its band partitions     *
      *       and writes the directory. Claims and readers are         *
      *       handled as for a merge. The single file is left in       *
      *       place, untouched, as the pre-split image; once a         *
      *       directory exists it is no longer read.                   *
      *   primepart CONVERT [MASTER=] [REPORT=] [WAIT=n]               *
      *       rewrites every file of the master -- the single file or  *
      *       each partition -- from the record layout that predates   *
      *       record origins into the current one, marking each        *
      *       record's origin unknown (U). A file already converted    *
      *       is left alone. Run it once, after a primebkp backup and  *
      *       before any other program opens the master; take a fresh  *
      *       backup afterwards.                                       *
      *   primepart LIST [MASTER=] [REPORT=]                           *
      *       lists the directory, flagging the partitions changed     *
      *       since their last passed audit or their last backup.      *
      ******************************************************************
       identification division.
       program-id. primepart.

       environment division.

       input-output section.

       file-control.
           select  standard-error assign '/dev/stderr'
                   organization is line sequential
                   access mode is sequential
                   file status is ls-stderr-status
                   .
           select  master-file assign ls-master-file
                   organization is indexed
                   access mode is dynamic
                   record key is mst-value
                   file status is ls-master-status
                   .
           select  part-file assign ls-part-file
                   organization is indexed
                   access mode is dynamic
                   record key is prt-value
                   file status is ls-part-status
                   .
           select  convert-file assign ls-convert-file
                   organization is indexed
                   access mode is dynamic
                   record key is cnv-value
                   file status is ls-convert-status
                   .
           select  convert-work assign ls-convert-work
                   organization is sequential
                   access mode is sequential
                   file status is ls-convert-work-status
                   .
           select  part-dir-file assign ls-part-dir-file
                   organization is line sequential
                   access mode is sequential
                   file status is ls-part-dir-status
                   .
           select  report-file assign ls-report-file
                   organization is line sequential
                   access mode is sequential
                   file status is ls-report-status
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

      *    Same record layout primemast maintains, in the single file
      *    and in every partition alike.
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

       fd  part-file.
       01  part-record.
           05  prt-value                   pic 9(20).
           05  prt-seq                     pic 9(20).
           05  prt-square                  pic 9(20).
           05  prt-origin.
               10  prt-source              pic x(01).
                   88  prt-from-generator  value 'G'.
                   88  prt-from-partner    value 'P'.
                   88  prt-from-restore    value 'R'.
                   88  prt-from-unknown    value 'U' ' '.
               10  prt-run-date            pic x(08).
               10  prt-run-time            pic x(08).
               10  prt-run-pgm             pic x(10).
               10  prt-added-cycle         pic 9(06).
               10  prt-replaced-cycle      pic 9(06).

      *    The master record as it stood before it carried an
      *    origin; CONVERT reads a file in this layout, holds it in a
      *    work file, and writes it back in the current one.
       fd  convert-file.
       01  convert-record.
           05  cnv-value                   pic 9(20).
           05  cnv-seq                     pic 9(20).
           05  cnv-square                  pic 9(20).

       fd  convert-work.
       01  convert-work-record.
           05  cwk-value                   pic 9(20).
           05  cwk-seq                     pic 9(20).
           05  cwk-square                  pic 9(20).

       fd  part-dir-file.
       01  part-dir-line                   pic x(512).

       fd  report-file.
       01  report-line                     pic x(160).

      *    The split holds the same '<master>.lck' claim a merge does.
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
           05  ls-verb                     pic x(08) value spaces.
               88  split-verb              value 'SPLIT'.
               88  list-verb               value 'LIST'.
               88  convert-verb            value 'CONVERT'.
           05  ls-master-file              pic x(256) value spaces.
           05  ls-report-file              pic x(256) value spaces.
           05  ls-convert-file             pic x(256).
           05  ls-convert-work             pic x(256).
           05  switches.
               10  filler                  pic x(01) value 'N'.
                   88  fatal-error         value 'Y' false 'N'.
               10  filler                  pic x(01) value 'N'.
                   88  master-partitioned  value 'Y' false 'N'.
               10  filler                  pic x(01) value 'N'.
                   88  report-opened       value 'Y' false 'N'.
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
           05  ls-read-count               binary-double unsigned
                                           value zero.
           05  ls-audit-due-count          binary-long unsigned
                                           value zero.
           05  ls-backup-due-count         binary-long unsigned
                                           value zero.
           05  ls-file-records             binary-double unsigned.
           05  ls-converted-count          binary-long unsigned
                                           value zero.
           05  ls-current-count            binary-long unsigned
                                           value zero.
           05  ls-count-disp               pic z(19)9(01).
           05  ls-count-disp2              pic z(19)9(01).
           05  ls-stamp-work               pic x(16).
           05  ls-stamp-disp               pic x(15).
           05  ls-run-date                 pic x(08).
           05  ls-run-time                 pic x(08).
           05  ls-lock-area.
               10  ls-lock-name            pic x(256).
               10  ls-lock-file-name       pic x(256).
               10  ls-lock-owner           pic x(80).
               10  ls-lock-claimed         pic x(01) value 'N'.
                   88  claim-held          value 'Y' false 'N'.
               10  ls-lock-save-rc         binary-long.
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
               10  ls-seal-program         pic x(10) value 'primepart'.
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
               10  ls-part-status          pic 9(01)x(01).
                   88  part-status-ok      value '00'.
               10  ls-convert-status       pic 9(01)x(01).
                   88  convert-status-ok   value '00'.
                   88  convert-layout-current
                                           value '39'.
               10  ls-convert-work-status  pic 9(01)x(01).
                   88  convert-work-status-ok
                                           value '00'.
               10  ls-part-dir-status      pic 9(01)x(01).
                   88  part-dir-status-ok  value '00'.
                   88  part-dir-absent     value '35'.
               10  ls-report-status        pic 9(01)x(01).
                   88  report-status-ok    value '00'.
               10  ls-lock-status          pic 9(01)x(01).
                   88  lock-status-ok      value '00'.
                   88  lock-absent         value '35'.

      *    One LIST line per partition.
       01  ls-list-line.
           05  ll-band                     pic z9.
           05  filler                      pic x(01) value space.
           05  ll-low                      pic z(19)9(01).
           05  filler                      pic x(01) value space.
           05  ll-high                     pic z(19)9(01).
           05  filler                      pic x(02) value spaces.
           05  ll-changed                  pic x(15).
           05  filler                      pic x(02) value spaces.
           05  ll-audited                  pic x(15).
           05  filler                      pic x(02) value spaces.
           05  ll-saved                    pic x(15).
           05  filler                      pic x(02) value spaces.
           05  ll-flags                    pic x(20).
           05  filler                      pic x(02) value spaces.
           05  ll-file                     pic x(41).

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
               if report-opened
                   close report-file
               end-if
               close standard-error
               perform 7900-release-claim
               perform 8090-set-return-code
               goback
           end-if

           evaluate true
               when split-verb
                   perform 2000-split-master
               when convert-verb
                   perform 2700-convert-master
               when other
                   perform 2500-list-partitions
           end-evaluate

           close standard-error report-file

           if split-verb or convert-verb
               move 'SEAL' to ls-seal-function
               move 'MASTER' to ls-seal-logical
               move ls-master-file to ls-seal-path
               perform 9400-seal-file
           end-if

           perform 7900-release-claim

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

           move ls-token(1) to ls-verb
           if not split-verb and not list-verb and not convert-verb
               perform 1050-issue-usage
               exit paragraph
           end-if

           perform varying ls-token-idx from 2 by 1
                   until (ls-token-idx > ls-token-count)
                           or fatal-error
               evaluate true
                   when ls-token(ls-token-idx) = spaces
                       continue
                   when ls-token(ls-token-idx)(1:7) = 'MASTER='
                       move ls-token(ls-token-idx)(8:249)
                               to ls-master-file
                   when ls-token(ls-token-idx)(1:7) = 'REPORT='
                       move ls-token(ls-token-idx)(8:249)
                               to ls-report-file
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
                       perform 1050-issue-usage
               end-evaluate
           end-perform

           if fatal-error
               exit paragraph
           end-if

           if ls-report-file = spaces
               move c-stdout to ls-report-file
           end-if

      *    Splitting or converting rewrites the whole master, so it
      *    is claimed the way a merge claims it, readers and all; a
      *    listing only reads the directory.
           if split-verb or convert-verb
               move ls-master-file to ls-lock-name
               perform 7010-claim-one-file

               if not fatal-error
                   perform 7030-await-readers
               end-if

               if fatal-error
                   exit paragraph
               end-if

      *        A split only moves the master's content, so the seal
      *        carries across it; a conversion is sealed afresh.
               move 'CHECK' to ls-seal-function
               move 'MASTER' to ls-seal-logical
               move ls-master-file to ls-seal-path
               perform 9400-seal-file
           end-if

           perform 1700-load-partitions
           if fatal-error
               exit paragraph
           end-if

           open output report-file
           if not report-status-ok
               move 'PRM0716S' to ls-msg-id
               move ls-report-status to ls-msg-status
               move 'Cannot open partition report file.'
                       to ls-msg-text
               perform 8010-issue-open-error
               set fatal-error to true
               exit paragraph
           end-if
           set report-opened to true

           if split-verb and master-partitioned
               move 'PRM0409E' to ls-msg-id
               move spaces to ls-msg-text
               string  'Master '          delimited by size
                       ls-master-file      delimited by space
                       ' is already partitioned ('
                                          delimited by size
                       ls-part-dir-file    delimited by space
                       ').'               delimited by size
                       into ls-msg-text
               perform 8000-issue-message
               set fatal-error to true
               exit paragraph
           end-if

           if split-verb
               open input master-file
               if not master-status-ok
                   move 'PRM0713S' to ls-msg-id
                   move ls-master-status to ls-msg-status
                   move 'Cannot open prime master file.'
                           to ls-msg-text
                   perform 8010-issue-open-error
                   set fatal-error to true
                   exit paragraph
               end-if
           end-if
           .
       1050-issue-usage.
           move 'PRM0408E' to ls-msg-id
           move spaces to ls-msg-text
           string  'Usage is primepart SPLIT|LIST|CONVERT [MASTER=]'
                           delimited by size
                   ' [REPORT=] [WAIT=n].'
                           delimited by size
                   into ls-msg-text
           perform 8000-issue-message
           set fatal-error to true
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
               move 'PRM0715S' to ls-msg-id
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
       2000-split-master.
      *    The master is read in key order, so each band's records
      *    arrive together and each partition is written start to
      *    finish in one pass. Every new partition counts as changed
      *    now: nothing has audited or saved it yet.
           move zeroes to mst-value
           start master-file key not < mst-value
               invalid key
                   continue
           end-start

           if master-status-ok
               perform until exit
                   read master-file next
                       at end
                           exit perform
                   end-read

                   add 1 to ls-read-count
                   move mst-value to ls-band-value
                   perform 1750-compute-band
                   if ls-part-open-idx = zero or
                           ls-band not = ls-part-band(ls-part-open-idx)
                       perform 2100-open-next-partition
                       if fatal-error
                           exit perform
                       end-if
                   end-if

                   move master-record to part-record
                   write part-record
                       invalid key
                           move 'PRM0717S' to ls-msg-id
                           move 'Cannot write master partition record.'
                                   to ls-msg-text
                           perform 8000-issue-message
                           set fatal-error to true
                           exit perform
                   end-write
                   add 1 to ls-part-records(ls-part-open-idx)
               end-perform
           end-if

           if ls-part-open-idx not = zero
               close part-file
           end-if
           close master-file

      *    A split that failed part-way writes no directory, so the
      *    single file stays the master and nothing has changed.
           if fatal-error
               exit paragraph
           end-if

           perform 3200-write-partition-directory
           if fatal-error
               exit paragraph
           end-if

           perform varying ls-part-idx from 1 by 1
                   until ls-part-idx > ls-part-count
               move ls-part-records(ls-part-idx) to ls-count-disp
               move ls-part-low(ls-part-idx) to ll-low
               move ls-part-high(ls-part-idx) to ll-high
               move spaces to report-line
               string  'Band '                     delimited by size
                       ls-part-band(ls-part-idx)    delimited by size
                       ' ('                        delimited by size
                       ll-low                       delimited by size
                       ' -'                        delimited by size
                       ll-high                      delimited by size
                       '):'                        delimited by size
                       ls-count-disp                delimited by size
                       ' record(s) to '            delimited by size
                       ls-part-name(ls-part-idx)    delimited by space
                       into report-line
               write report-line
           end-perform

           move ls-read-count to ls-count-disp
           move ls-part-count to ls-count-disp2
           move spaces to report-line
           string  ls-count-disp              delimited by size
                   ' master record(s) split into'
                                              delimited by size
                   ls-count-disp2             delimited by size
                   ' partition(s); directory ' delimited by size
                   ls-part-dir-file           delimited by space
                   ' written.'                delimited by size
                   into report-line
           write report-line

           move spaces to report-line
           string  ls-master-file             delimited by space
                   ' is left in place as the pre-split image and'
                                              delimited by size
                   ' is no longer read.'      delimited by size
                   into report-line
           write report-line
           .
       2100-open-next-partition.
           if ls-part-open-idx not = zero
               close part-file
           end-if

           perform 1760-find-partition
           move ls-part-idx to ls-part-open-idx
           move ls-part-name(ls-part-idx) to ls-part-file
           move ls-run-stamp to ls-part-changed(ls-part-idx)

           open output part-file
           if not part-status-ok
               move 'PRM0714S' to ls-msg-id
               move ls-part-status to ls-msg-status
               move 'Cannot create master partition file.'
                       to ls-msg-text
               perform 8010-issue-open-error
               move zero to ls-part-open-idx
               set fatal-error to true
           end-if
           .
       2500-list-partitions.
           if not master-partitioned
               move spaces to report-line
               string  'Master '              delimited by size
                       ls-master-file          delimited by space
                       ' is a single file (no directory '
                                              delimited by size
                       ls-part-dir-file        delimited by space
                       '); SPLIT divides it into value bands.'
                                              delimited by size
                       into report-line
               write report-line
               exit paragraph
           end-if

           move spaces to report-line
           string  'BD                  LOW                 HIGH'
                                              delimited by size
                   '  CHANGED          AUDITED          SAVED'
                                              delimited by size
                   '            DUE                   FILE'
                                              delimited by size
                   into report-line
           write report-line

           perform varying ls-part-idx from 1 by 1
                   until ls-part-idx > ls-part-count
               move ls-part-band(ls-part-idx) to ll-band
               move ls-part-low(ls-part-idx) to ll-low
               move ls-part-high(ls-part-idx) to ll-high
               move ls-part-changed(ls-part-idx) to ls-stamp-work
               perform 2510-edit-stamp
               move ls-stamp-disp to ll-changed
               move ls-part-audited(ls-part-idx) to ls-stamp-work
               perform 2510-edit-stamp
               move ls-stamp-disp to ll-audited
               move ls-part-saved(ls-part-idx) to ls-stamp-work
               perform 2510-edit-stamp
               move ls-stamp-disp to ll-saved

               move spaces to ll-flags
               if ls-part-changed(ls-part-idx) >
                       ls-part-audited(ls-part-idx)
                   add 1 to ls-audit-due-count
                   move 'AUDIT' to ll-flags(1:6)
               end-if
               if ls-part-changed(ls-part-idx) >
                       ls-part-saved(ls-part-idx)
                   add 1 to ls-backup-due-count
                   move 'BACKUP' to ll-flags(7:6)
               end-if
               move ls-part-name(ls-part-idx) to ll-file

               move ls-list-line to report-line
               write report-line
           end-perform

           move ls-part-count to ls-count-disp
           move spaces to report-line
           string  ls-count-disp              delimited by size
                   ' partition(s) in '        delimited by size
                   ls-part-dir-file           delimited by space
                   into report-line
           write report-line

           move ls-audit-due-count to ls-count-disp
           move ls-backup-due-count to ls-count-disp2
           move spaces to report-line
           string  ls-count-disp              delimited by size
                   ' changed since last audit,'
                                              delimited by size
                   ls-count-disp2             delimited by size
                   ' changed since last backup.'
                                              delimited by size
                   into report-line
           write report-line
           .
       2510-edit-stamp.
           if ls-stamp-work = all '0'
               move 'never' to ls-stamp-disp
           else
               move spaces to ls-stamp-disp
               string  ls-stamp-work(1:8)  delimited by size
                       ' '                 delimited by size
                       ls-stamp-work(9:6)  delimited by size
                       into ls-stamp-disp
           end-if
           .
       2700-convert-master.
      *    Each file of the master -- the single file, or every
      *    partition the directory lists -- is brought to the layout
      *    that carries record origins. A file already in it fails
      *    the old layout's open with status 39 and is left alone,
      *    so a second CONVERT is harmless. A converted partition is
      *    stamped changed: its backups are in the old layout.
           perform varying ls-part-idx from 1 by 1
                   until ls-part-idx > ls-part-count or fatal-error
               perform 2710-convert-one-file
           end-perform

           if master-partitioned and ls-converted-count not = zero
               perform 3200-write-partition-directory
           end-if

           move ls-converted-count to ls-count-disp
           move ls-current-count to ls-count-disp2
           move spaces to report-line
           string  ls-count-disp              delimited by size
                   ' master file(s) converted,'
                                              delimited by size
                   ls-count-disp2             delimited by size
                   ' already carried record origins.'
                                              delimited by size
                   into report-line
           write report-line
           .
       2710-convert-one-file.
      *    The old records go to a work file first and only then is
      *    the master file recreated, so a failure part-way leaves
      *    every record in the work file, which is kept for that.
      *    Converted records carry origin U: where they came from was
      *    never recorded.
           move ls-part-name(ls-part-idx) to ls-convert-file
           move spaces to ls-convert-work
           string  ls-convert-file  delimited by space
                   '.cnv'           delimited by size
                   into ls-convert-work

           open input convert-file
           if convert-layout-current
               add 1 to ls-current-count
               move spaces to report-line
               string  ls-convert-file  delimited by space
                       ' already carries record origins; left as'
                                        delimited by size
                       ' it is.'        delimited by size
                       into report-line
               write report-line
               exit paragraph
           end-if
           if not convert-status-ok
               move 'PRM0726S' to ls-msg-id
               move ls-convert-status to ls-msg-status
               move 'Cannot open master file for conversion.'
                       to ls-msg-text
               perform 8010-issue-open-error
               set fatal-error to true
               exit paragraph
           end-if

           open output convert-work
           if not convert-work-status-ok
               move 'PRM0727S' to ls-msg-id
               move ls-convert-work-status to ls-msg-status
               move 'Cannot open conversion work file.'
                       to ls-msg-text
               perform 8010-issue-open-error
               close convert-file
               set fatal-error to true
               exit paragraph
           end-if

           move zero to ls-file-records
           perform until exit
               read convert-file next
                   at end
                       exit perform
               end-read
               move convert-record to convert-work-record
               write convert-work-record
               add 1 to ls-file-records
           end-perform
           close convert-file convert-work

           open input convert-work
           if convert-work-status-ok
               move ls-convert-file to ls-part-file
               open output part-file
           end-if
           if not convert-work-status-ok or not part-status-ok
               move 'PRM0728S' to ls-msg-id
               if convert-work-status-ok
                   move ls-part-status to ls-msg-status
               else
                   move ls-convert-work-status to ls-msg-status
               end-if
               move spaces to ls-msg-text
               string  'Cannot rewrite master file; its records'
                               delimited by size
                       ' are held in '
                               delimited by size
                       ls-convert-work
                               delimited by space
                       into ls-msg-text
               perform 8010-issue-open-error
               close convert-work
               set fatal-error to true
               exit paragraph
           end-if

           perform until exit
               read convert-work
                   at end
                       exit perform
               end-read
               move cwk-value to prt-value
               move cwk-seq to prt-seq
               move cwk-square to prt-square
               move 'U' to prt-source
               move all '0' to prt-run-date prt-run-time
               move spaces to prt-run-pgm
               move zero to prt-added-cycle prt-replaced-cycle
               write part-record
                   invalid key
                       move 'PRM0728S' to ls-msg-id
                       move spaces to ls-msg-text
                       string  'Cannot rewrite master record; all'
                                       delimited by size
                               ' records are held in '
                                       delimited by size
                               ls-convert-work
                                       delimited by space
                               into ls-msg-text
                       perform 8000-issue-message
                       set fatal-error to true
                       exit perform
               end-write
           end-perform
           close convert-work part-file

           if fatal-error
               exit paragraph
           end-if

           move return-code to ls-lock-save-rc
           call 'CBL_DELETE_FILE' using ls-convert-work
           move ls-lock-save-rc to return-code

           add 1 to ls-converted-count
           move ls-run-stamp to ls-part-changed(ls-part-idx)
           move ls-file-records to ls-count-disp
           move spaces to report-line
           string  ls-convert-file     delimited by space
                   ':'                delimited by size
                   ls-count-disp       delimited by size
                   ' record(s) converted.'
                                      delimited by size
                   into report-line
           write report-line
           .
       3200-write-partition-directory.
      *    The directory is rewritten whole, in band order, from the
      *    table this run holds.
           open output part-dir-file
           if not part-dir-status-ok
               move 'PRM0715S' to ls-msg-id
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
      *    A claim that already exists belongs to another run (or to
      *    an abend primelock has not cleaned up yet) -- either way
      *    this run must not touch the file.
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
           string  'primepart '  delimited by size
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
      *    already reading to let go, and refuses to split the
      *    master from under them.
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
