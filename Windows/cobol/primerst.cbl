      * of the sum of its values); type T is a text member (checksum:  *
      * sum of each record's trimmed length) -- the same rules         *
      * primebkp applied when it wrote the manifest.                   *
      *                                                                *
      * The master member is only restored once its shared readers     *
      * (primeshr) have let go: the restore waits up to WAIT=n         *
      * seconds for them, and refuses to start over any still          *
      * holding on.                                                    *
      *                                                                *
      * Type P is one partition of a master partitioned by value band  *
      * (primepart), restored and verified like M; the set's directory *
      * '<master>.dir' travels as a type T member. A partition is      *
      * claimed, and its readers awaited, under the master's own name, *
      * once for the whole set.                                        *
      *                                                                *
      * VOLUME=volser restores from a vault volume instead (primevlt). *
      * The vault inventory (primevlt.inv; INVENTORY= names another)   *
      * must show the volume back onsite -- RECALLED, or ONSITE if it  *
      * never left -- and its VOL1, HDR1, MEM and EOF1 labels must     *
      * verify against a recount of the image and the inventory        *
      * totals. The generation is then unloaded to its backup names,   *
      * with its manifest rebuilt from the MEM labels ('<volser>.man', *
      * or MANIFEST=), and restored from there as above.               *
      *                                                                *
      * Restored members that carry a tamper-evidence seal (primeseal) *
      * -- the master and the run history, catalog and ledger -- are   *
      * checked against it before they are overwritten and sealed      *
      * afresh once restored.                                          *
      ******************************************************************
       identification division.
       program-id. primerst.
                   access mode is sequential
                   file status is ls-manifest-status
                   .
           select  volume-file assign ls-volume-file
                   organization is line sequential
                   access mode is sequential
                   file status is ls-volume-status
                   .
           select  inventory-file assign ls-inventory-file
                   organization is line sequential
                   access mode is sequential
                   file status is ls-inventory-status
                   .
           select  report-file assign ls-report-file
                   organization is line sequential
                   access mode is sequential
           05  min-value                   pic 9(20).
           05  min-seq                     pic 9(20).
           05  min-square                  pic 9(20).
           05  min-origin.
               10  min-source              pic x(01).
                   88  min-from-generator  value 'G'.
                   88  min-from-partner    value 'P'.
                   88  min-from-restore    value 'R'.
                   88  min-from-unknown    value 'U' ' '.
               10  min-run-date            pic x(08).
               10  min-run-time            pic x(08).
               10  min-run-pgm             pic x(10).
               10  min-added-cycle         pic 9(06).
               10  min-replaced-cycle      pic 9(06).

       fd  master-out.
       01  master-out-record.
           05  mout-value                  pic 9(20).
           05  mout-seq                    pic 9(20).
           05  mout-square                 pic 9(20).
           05  mout-origin.
               10  mout-source             pic x(01).
                   88  mout-from-generator value 'G'.
                   88  mout-from-partner   value 'P'.
                   88  mout-from-restore   value 'R'.
                   88  mout-from-unknown   value 'U' ' '.
               10  mout-run-date           pic x(08).
               10  mout-run-time           pic x(08).
               10  mout-run-pgm            pic x(10).
               10  mout-added-cycle        pic 9(06).
               10  mout-replaced-cycle     pic 9(06).

       fd  text-in.
       01  text-in-line                    pic x(512).
       fd  manifest-file.
       01  manifest-line                   pic x(600).

      *    A primevlt volume image: labels and 'R|' data lines.
       fd  volume-file.
       01  volume-line                     pic x(620).

       fd  inventory-file.
       01  inventory-line                  pic x(700).

       fd  report-file.
       01  report-line                     pic x(160).

       01  filler.
           05  ls-arguments                pic x(256) value spaces.
           05  ls-token-area.
               10  ls-token                occurs 6 times
                                           pic x(256).
               10  ls-token-count          binary-long unsigned.
           05  ls-token-idx                binary-long unsigned.
           05  ls-manifest-file            pic x(256) value spaces.
           05  ls-report-file              pic x(256) value spaces.
           05  ls-inventory-file           pic x(256) value spaces.
           05  ls-volume-file              pic x(256) value spaces.
           05  ls-volser                   pic x(06) value spaces.
           05  ls-master-in-name           pic x(256).
           05  ls-master-out-name          pic x(256).
           05  ls-text-in-name             pic x(256).
           05  switches.
               10  filler                  pic x(01) value 'N'.
                   88  fatal-error         value 'Y' false 'N'.
               10  filler                  pic x(01) value 'N'.
                   88  manifest-given      value 'Y' false 'N'.
               10  filler                  pic x(01) value 'N'.
                   88  labels-valid        value 'Y' false 'N'.
               10  filler                  pic x(01) value 'N'.
                   88  trailer-seen        value 'Y' false 'N'.
               10  filler                  pic x(01) value 'N'.
                   88  in-member           value 'Y' false 'N'.
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
               10  ls-mf-records           pic x(09).
               10  ls-mf-checksum          pic x(20).
           05  ls-set-table.
               10  ls-set-entry            occurs 30 times.
                   15  ls-set-live         pic x(256).
                   15  ls-set-backup       pic x(256).
                   15  ls-set-type         pic x(01).
                   15  ls-set-records      binary-long unsigned.
                   15  ls-set-checksum     pic 9(20).
           05  ls-set-count                binary-long unsigned
                                           value zero.
           05  ls-set-idx                  binary-long unsigned.
           05  ls-verify-name              pic x(256).
           05  ls-verify-type              pic x(01).
           05  ls-verify-records           binary-long unsigned.
      *    Additions truncate on overflow by design: the checksum is
      *    the low-order 20 digits of the running sum.
           05  ls-verify-checksum          pic 9(20).
           05  ls-trim-idx                 binary-long unsigned.
           05  ls-trim-length              binary-long unsigned.
           05  ls-restored-count           binary-long unsigned
                                           value zero.
           05  ls-today                    pic x(08).
           05  ls-now-time                 pic x(08).
               10  ls-lock-name            pic x(256).
               10  ls-lock-file-name       pic x(256).
               10  ls-lock-claims          occurs 8 times pic x(256).
               10  ls-lock-claim-count     binary-long unsigned
                                           value zero.
               10  ls-lock-idx             binary-long unsigned.
               10  ls-lock-owner           pic x(80).
               10  ls-lock-save-rc         binary-long.
           05  ls-count-disp               pic z(19)9(01).
      *    The volume's inventory line and its labels as read back.
           05  ls-inv-fields.
               10  ls-if-volser            pic x(06).
               10  ls-if-image             pic x(256).
               10  ls-if-manifest          pic x(256).
               10  ls-if-created           pic x(08).
               10  ls-if-expiry            pic x(08).
               10  ls-if-state             pic x(08).
               10  ls-if-state-date        pic x(08).
               10  ls-if-members           pic x(04).
               10  ls-if-records           pic x(09).
               10  ls-if-checksum          pic x(20).
           05  ls-iv-found                 pic x(01) value 'N'.
               88  volume-in-inventory     value 'Y' false 'N'.
           05  ls-iv-state                 pic x(08).
           05  ls-iv-records               pic 9(09).
           05  ls-iv-checksum              pic 9(20).
           05  ls-label-fields.
               10  ls-lf-1                 pic x(08).
               10  ls-lf-2                 pic x(256).
               10  ls-lf-3                 pic x(256).
               10  ls-lf-4                 pic x(20).
               10  ls-lf-5                 pic x(20).
               10  ls-lf-6                 pic x(20).
               10  ls-lf-7                 pic x(20).
               10  ls-lf-8                 pic x(20).
           05  ls-hdr-members              pic 9(04).
           05  ls-hdr-records              pic 9(09).
           05  ls-hdr-checksum             pic 9(20).
           05  ls-lbl-members              pic 9(04).
           05  ls-lbl-records              pic 9(09).
           05  ls-lbl-checksum             pic 9(20).
           05  ls-lbl-lines                pic 9(09).
           05  ls-lbl-type                 pic x(01).
           05  ls-lbl-member               pic x(256).
           05  ls-read-members             pic 9(04).
           05  ls-mem-records              pic 9(09).
           05  ls-mem-checksum             pic 9(20).
           05  ls-total-records            pic 9(09).
           05  ls-total-checksum           pic 9(20).
           05  ls-data-lines               pic 9(09).
           05  ls-label-reason             pic x(60).
           05  ls-unload-type              pic x(01) value spaces.
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
      *    (primeseal), so primetamp can prove nothing else did. The
      *    environment's sealed text files are resolved so a restored
      *    member can be known as one of them.
           05  ls-history-file             pic x(256) value spaces.
           05  ls-catalog-file             pic x(256) value spaces.
           05  ls-ledger-file              pic x(256) value spaces.
           05  ls-seal-area.
               10  ls-seal-function        pic x(08).
               10  ls-seal-logical         pic x(12).
               10  ls-seal-path            pic x(256).
               10  ls-seal-program         pic x(10) value 'primerst'.
               10  ls-seal-operator        pic x(16) value spaces.
               10  ls-seal-result          pic x(01).
               10  ls-seal-reason          pic x(120).
               10  ls-seal-save-rc         binary-long.
               10  ls-sealed-count         binary-long unsigned
                                           value zero.
               10  ls-sealed-idx           binary-long unsigned.
               10  ls-sealed-entry         occurs 8 times.
                   15  ls-sealed-logical   pic x(12).
                   15  ls-sealed-path      pic x(256).
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
                   88  manifest-status-ok  value '00'.
               10  ls-report-status        pic 9(01)x(01).
                   88  report-status-ok    value '00'.
               10  ls-volume-status        pic 9(01)x(01).
                   88  volume-status-ok    value '00'.
               10  ls-inventory-status     pic 9(01)x(01).
                   88  inventory-status-ok value '00'.

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

           if ls-volser not = spaces
               perform 1500-unload-volume
           end-if

           if not fatal-error
               perform 1100-load-manifest
           end-if

           if not fatal-error
               perform 2000-verify-backup-set
           end-if

           if not fatal-error
               perform 2400-check-seals
               perform 2500-restore-set
           end-if

               perform 2700-verify-restored-set
           end-if

           perform 2800-seal-restored-set
           perform 7900-release-claims
           perform 2900-write-summary

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
               into ls-token(1) ls-token(2) ls-token(3)
                    ls-token(4) ls-token(5) ls-token(6)
               tallying in ls-token-count

           perform varying ls-token-idx from 1 by 1
                   when ls-token(ls-token-idx)(1:9) = 'MANIFEST='
                       move ls-token(ls-token-idx)(10:247)
                               to ls-manifest-file
                       set manifest-given to true
                   when ls-token(ls-token-idx)(1:7) = 'VOLUME='
                       move ls-token(ls-token-idx)(8:6) to ls-volser
                   when ls-token(ls-token-idx)(1:10) = 'INVENTORY='
                       move ls-token(ls-token-idx)(11:246)
                               to ls-inventory-file
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
                       continue
               end-evaluate
           end-perform

           if fatal-error
               exit paragraph
           end-if

      *    The operator must hold the RESTORE permission before any
      *    verification even starts; primeauth logs the denial, the
      *    8 on RETURN-CODE is this program refusing to act on it.
                       exit perform
               end-read

               if ls-set-count >= 30
                   exit perform
               end-if

               set fatal-error to true
           end-if
           .
       1500-unload-volume.
      *    A vaulted generation is only trusted once the volume is
      *    back onsite and its labels prove the image whole; then it
      *    is unloaded to its backup names and restored like any
      *    other generation, manifest checks and all.
           perform 1510-find-volume
           if fatal-error
               exit paragraph
           end-if

           perform 5000-verify-labels
           if not labels-valid
               move 'PRM0439E' to ls-msg-id
               move spaces to ls-msg-text
               string  'Volume '       delimited by size
                       ls-volser        delimited by space
                       ' failed verification: '
                                       delimited by size
                       ls-label-reason  delimited by size
                       into ls-msg-text
               perform 8000-issue-message
               set fatal-error to true
               exit paragraph
           end-if

           if not manifest-given
               move spaces to ls-manifest-file
               string  ls-volser   delimited by space
                       '.man'      delimited by size
                       into ls-manifest-file
           end-if

           perform 1520-unload-generation

           if not fatal-error
               move spaces to report-line
               string  'Volume '          delimited by size
                       ls-volser           delimited by space
                       ' verified and unloaded; manifest is '
                                          delimited by size
                       ls-manifest-file    delimited by space
                       '.'                delimited by size
                       into report-line
               write report-line
           end-if
           .
       1510-find-volume.
           set volume-in-inventory to false

           open input inventory-file
           if not inventory-status-ok
               move 'PRM0762S' to ls-msg-id
               move ls-inventory-status to ls-msg-status
               move 'Cannot read vault inventory.' to ls-msg-text
               perform 8010-issue-open-error
               set fatal-error to true
               exit paragraph
           end-if

           perform until exit
               read inventory-file
                   at end
                       exit perform
               end-read

               move spaces to ls-inv-fields
               unstring inventory-line delimited by '|'
                   into ls-if-volser ls-if-image ls-if-manifest
                        ls-if-created ls-if-expiry ls-if-state
                        ls-if-state-date ls-if-members
                        ls-if-records ls-if-checksum
               if ls-if-volser = ls-volser
                   set volume-in-inventory to true
                   exit perform
               end-if
           end-perform

           close inventory-file

           if not volume-in-inventory
               move 'PRM0440E' to ls-msg-id
               move spaces to ls-msg-text
               string  'Volume '       delimited by size
                       ls-volser        delimited by space
                       ' is not in the vault inventory.'
                                       delimited by size
                       into ls-msg-text
               perform 8000-issue-message
               set fatal-error to true
               exit paragraph
           end-if

           move ls-if-image to ls-volume-file
           move ls-if-state to ls-iv-state
           move zero to ls-iv-records ls-iv-checksum
           if ls-if-records is numeric
               move ls-if-records to ls-iv-records
           end-if
           if ls-if-checksum is numeric
               move ls-if-checksum to ls-iv-checksum
           end-if

           if ls-iv-state not = 'RECALLED' and
                   ls-iv-state not = 'ONSITE'
               move 'PRM0438E' to ls-msg-id
               move spaces to ls-msg-text
               string  'Volume '       delimited by size
                       ls-volser        delimited by space
                       ' is '          delimited by size
                       ls-iv-state      delimited by space
                       '; recall and receive it before restoring.'
                                       delimited by size
                       into ls-msg-text
               perform 8000-issue-message
               set fatal-error to true
           end-if
           .
       1520-unload-generation.
      *    Each MEM label starts a backup generation and a manifest
      *    line; its 'R|' lines are the generation's records.
           open output manifest-file
           if not manifest-status-ok
               move 'PRM0763S' to ls-msg-id
               move ls-manifest-status to ls-msg-status
               move 'Cannot write the volume manifest.' to ls-msg-text
               perform 8010-issue-open-error
               set fatal-error to true
               exit paragraph
           end-if

           open input volume-file
           if not volume-status-ok
               close manifest-file
               move 'PRM0762S' to ls-msg-id
               move ls-volume-status to ls-msg-status
               move 'Cannot read vault volume image.' to ls-msg-text
               perform 8010-issue-open-error
               set fatal-error to true
               exit paragraph
           end-if

           move spaces to ls-unload-type
           perform until exit
               read volume-file
                   at end
                       exit perform
               end-read

               evaluate true
                   when volume-line(1:2) = 'R|'
                       if ls-unload-type = 'T'
                           move volume-line(3:512) to text-out-line
                           write text-out-line
                       else
                           move volume-line(3:99) to master-out-record
                           write master-out-record
                               invalid key
                                   continue
                           end-write
                       end-if
                   when volume-line(1:4) = 'MEM|'
                       perform 1530-close-unload-member
                       perform 1540-open-unload-member
                       if fatal-error
                           exit perform
                       end-if
                   when volume-line(1:5) = 'EOF1|'
                       exit perform
               end-evaluate
           end-perform

           perform 1530-close-unload-member
           close volume-file manifest-file
           .
       1530-close-unload-member.
           evaluate ls-unload-type
               when 'T'
                   close text-out
               when 'M'
               when 'P'
                   close master-out
           end-evaluate
           move spaces to ls-unload-type
           .
       1540-open-unload-member.
           move spaces to ls-label-fields
           unstring volume-line delimited by '|'
               into ls-lf-1 ls-lf-2 ls-lf-3 ls-lf-4 ls-lf-5 ls-lf-6

           if ls-lf-4(1:1) = 'T'
               move ls-lf-3 to ls-text-out-name
               open output text-out
               move ls-text-out-status to ls-msg-status
           else
               move ls-lf-3 to ls-master-out-name
               open output master-out
               move ls-master-out-status to ls-msg-status
           end-if

           if ls-msg-status not = '00'
               move 'PRM0763S' to ls-msg-id
               move spaces to ls-msg-text
               string  'Cannot unload backup generation '
                                       delimited by size
                       ls-lf-3          delimited by space
                       '.'             delimited by size
                       into ls-msg-text
               perform 8010-issue-open-error
               set fatal-error to true
               exit paragraph
           end-if
           move ls-lf-4(1:1) to ls-unload-type

           move spaces to manifest-line
           string  ls-lf-2     delimited by space
                   '|'         delimited by size
                   ls-lf-3     delimited by space
                   '|'         delimited by size
                   ls-lf-4     delimited by space
                   '|'         delimited by size
                   ls-lf-5     delimited by space
                   '|'         delimited by size
                   ls-lf-6     delimited by space
                   into manifest-line
           write manifest-line
           .
       1950-issue-wait-error.
           move 'PRM0192E' to ls-msg-id
           move 'WAIT= must give whole seconds, at most 86400.'
                   to ls-msg-text
           perform 8000-issue-message
           set fatal-error to true
           .
       2000-verify-backup-set.
      *    Every backup generation must match the manifest before
      *    anything live is touched; a backup damaged since it was
               end-if
           end-perform
           .
       2400-check-seals.
      *    The live files the set replaces that carry a seal -- the
      *    master, by its own name or a partition's, and the history,
      *    catalog and ledger -- are checked against it before they
      *    are overwritten, so a change made outside the suite since
      *    the last seal is not lost in the restore unremarked.
           perform varying ls-set-idx from 1 by 1
                   until ls-set-idx > ls-set-count
               perform 2410-note-sealed-member
           end-perform

           perform varying ls-sealed-idx from 1 by 1
                   until ls-sealed-idx > ls-sealed-count
               move 'CHECK' to ls-seal-function
               move ls-sealed-logical(ls-sealed-idx) to ls-seal-logical
               move ls-sealed-path(ls-sealed-idx) to ls-seal-path
               perform 9400-seal-file
           end-perform
           .
       2410-note-sealed-member.
           move spaces to ls-seal-logical ls-seal-path
           evaluate true
               when ls-set-type(ls-set-idx) = 'M'
                   move 'MASTER' to ls-seal-logical
                   move ls-set-live(ls-set-idx) to ls-seal-path
               when ls-set-type(ls-set-idx) = 'P'
                   move 'MASTER' to ls-seal-logical
                   move ls-set-live(ls-set-idx) to ls-seal-path
                   perform varying ls-trim-idx from 256 by -1
                           until ls-trim-idx < 1 or
                                   ls-seal-path(ls-trim-idx:1)
                                           not = space
                       continue
                   end-perform
                   if ls-trim-idx > 4
                       move spaces to ls-seal-path(ls-trim-idx - 3:4)
                   end-if
               when ls-set-live(ls-set-idx) = ls-history-file
                   move 'HISTORY' to ls-seal-logical
                   move ls-history-file to ls-seal-path
               when ls-set-live(ls-set-idx) = ls-catalog-file
                   move 'CATALOG' to ls-seal-logical
                   move ls-catalog-file to ls-seal-path
               when ls-set-live(ls-set-idx) = ls-ledger-file
                   move 'LEDGER' to ls-seal-logical
                   move ls-ledger-file to ls-seal-path
               when other
                   exit paragraph
           end-evaluate

           perform varying ls-sealed-idx from 1 by 1
                   until ls-sealed-idx > ls-sealed-count
               if ls-sealed-path(ls-sealed-idx) = ls-seal-path
                   exit paragraph
               end-if
           end-perform

           if ls-sealed-count < 8
               add 1 to ls-sealed-count
               move ls-seal-logical
                       to ls-sealed-logical(ls-sealed-count)
               move ls-seal-path to ls-sealed-path(ls-sealed-count)
           end-if
           .
       2500-restore-set.
           perform varying ls-set-idx from 1 by 1
                   until (ls-set-idx > ls-set-count)
                           or fatal-error
               if ls-set-type(ls-set-idx) = 'M' or
                       ls-set-type(ls-set-idx) = 'P'
                   perform 2510-restore-master-member
               else
                   perform 2520-restore-text-member
                               exit perform
                       end-read

                       move master-in-record to master-out-record
                       write master-out-record
                           invalid key
                               continue
               end-if
           end-perform
           .
       2800-seal-restored-set.
      *    Sealed while the claims still hold, whether the restore
      *    completed or stopped part-way, so the seal covers exactly
      *    what this run left in each file.
           perform varying ls-sealed-idx from 1 by 1
                   until ls-sealed-idx > ls-sealed-count
               move 'SEAL' to ls-seal-function
               move ls-sealed-logical(ls-sealed-idx) to ls-seal-logical
               move ls-sealed-path(ls-sealed-idx) to ls-seal-path
               perform 9400-seal-file
           end-perform
           .
       2900-write-summary.
           move ls-restored-count to ls-count-disp
           move spaces to report-line
           move zero to ls-verify-records
           move zero to ls-verify-checksum

           if ls-verify-type = 'M' or ls-verify-type = 'P'
               move ls-verify-name to ls-master-in-name
               open input master-in
               if not master-in-status-ok
      *    Length up to the last non-blank character -- the same
      *    number of characters a line-sequential write puts on
      *    disk, so live and backup checksums agree.
           perform varying ls-trim-idx from 512 by -1
                   until ls-trim-idx < 1 or
                           text-in-line(ls-trim-idx:1) not = space
               continue
           end-perform
           move ls-trim-idx to ls-trim-length
           .
       4050-parse-numeric-field.
           move zero to ls-generic-temp
               move ls-generic-temp to ls-generic-value
           end-if
           .
       5000-verify-labels.
      *    Re-reads the image of volume ls-volser: VOL1 must name
      *    it, every member must recount to its MEM label, and the
      *    EOF1 totals must agree with HDR1, with the recount and
      *    with the inventory. ls-label-reason says what failed.
           set labels-valid to false
           set trailer-seen to false
           set in-member to false
           move spaces to ls-label-reason
           move zero to ls-read-members ls-total-records
                        ls-total-checksum ls-data-lines

           open input volume-file
           if not volume-status-ok
               string  'image cannot be opened (status '
                                           delimited by size
                       ls-volume-status     delimited by size
                       ')'                 delimited by size
                       into ls-label-reason
               exit paragraph
           end-if

           read volume-file
               at end
                   move spaces to volume-line
           end-read
           move spaces to ls-label-fields
           unstring volume-line delimited by '|'
               into ls-lf-1 ls-lf-2
           if ls-lf-1 not = 'VOL1' or ls-lf-2 not = ls-volser
               move 'VOL1 label missing or names another volume'
                       to ls-label-reason
               close volume-file
               exit paragraph
           end-if

           read volume-file
               at end
                   move spaces to volume-line
           end-read
           move spaces to ls-label-fields
           unstring volume-line delimited by '|'
               into ls-lf-1 ls-lf-2 ls-lf-3 ls-lf-4 ls-lf-5
                    ls-lf-6 ls-lf-7 ls-lf-8
           if ls-lf-1 not = 'HDR1' or ls-lf-6(1:4) is not numeric
                   or ls-lf-7(1:9) is not numeric
                   or ls-lf-8 is not numeric
               move 'HDR1 label missing or malformed'
                       to ls-label-reason
               close volume-file
               exit paragraph
           end-if
           move ls-lf-6(1:4) to ls-hdr-members
           move ls-lf-7(1:9) to ls-hdr-records
           move ls-lf-8 to ls-hdr-checksum

           perform until exit
               read volume-file
                   at end
                       exit perform
               end-read

               evaluate true
                   when volume-line(1:2) = 'R|'
                       if not in-member
                           move 'data found outside a member'
                                   to ls-label-reason
                           exit perform
                       end-if
                       add 1 to ls-data-lines ls-mem-records
                       if ls-lbl-type = 'T'
                           move volume-line(3:512)
                                   to text-in-line
                           perform 3100-trimmed-length
                           add ls-trim-length to ls-mem-checksum
                       else
                           move volume-line(3:99)
                                   to master-in-record
                           add min-value to ls-mem-checksum
                       end-if
                   when volume-line(1:4) = 'MEM|'
                       perform 5100-close-member
                       if ls-label-reason not = spaces
                           exit perform
                       end-if
                       perform 5200-open-member
                       if ls-label-reason not = spaces
                           exit perform
                       end-if
                   when volume-line(1:5) = 'EOF1|'
                       perform 5100-close-member
                       if ls-label-reason not = spaces
                           exit perform
                       end-if
                       perform 5300-check-trailer
                       exit perform
                   when other
                       move 'unrecognised line on the volume'
                               to ls-label-reason
                       exit perform
               end-evaluate
           end-perform

           close volume-file

           if ls-label-reason = spaces and not trailer-seen
               move 'EOF1 label missing; volume is truncated'
                       to ls-label-reason
           end-if

           if ls-label-reason = spaces
               set labels-valid to true
           end-if
           .
       5100-close-member.
           if not in-member
               exit paragraph
           end-if
           set in-member to false

           if ls-mem-records not = ls-lbl-records or
                   ls-mem-checksum not = ls-lbl-checksum
               move spaces to ls-label-reason
               string  'member '       delimited by size
                       ls-lbl-member    delimited by space
                       ' fails its MEM recount'
                                       delimited by size
                       into ls-label-reason
               exit paragraph
           end-if

           add ls-mem-records to ls-total-records
           add ls-mem-checksum to ls-total-checksum
           .
       5200-open-member.
           move spaces to ls-label-fields
           unstring volume-line delimited by '|'
               into ls-lf-1 ls-lf-2 ls-lf-3 ls-lf-4 ls-lf-5 ls-lf-6
           if ls-lf-5(1:9) is not numeric or ls-lf-6 is not numeric
                   or (ls-lf-4 not = 'M' and ls-lf-4 not = 'P'
                       and ls-lf-4 not = 'T')
               move 'MEM label malformed' to ls-label-reason
               exit paragraph
           end-if

           move ls-lf-4(1:1) to ls-lbl-type
           move ls-lf-3 to ls-lbl-member
           move ls-lf-5(1:9) to ls-lbl-records
           move ls-lf-6 to ls-lbl-checksum
           move zero to ls-mem-records ls-mem-checksum
           add 1 to ls-read-members
           set in-member to true
           .
       5300-check-trailer.
           set trailer-seen to true
           move spaces to ls-label-fields
           unstring volume-line delimited by '|'
               into ls-lf-1 ls-lf-2 ls-lf-3 ls-lf-4 ls-lf-5 ls-lf-6
           if ls-lf-3(1:4) is not numeric or
                   ls-lf-4(1:9) is not numeric or
                   ls-lf-5 is not numeric or
                   ls-lf-6(1:9) is not numeric
               move 'EOF1 label malformed' to ls-label-reason
               exit paragraph
           end-if
           move ls-lf-3(1:4) to ls-lbl-members
           move ls-lf-4(1:9) to ls-lbl-records
           move ls-lf-5 to ls-lbl-checksum
           move ls-lf-6(1:9) to ls-lbl-lines

           evaluate true
               when ls-lbl-members not = ls-hdr-members or
                       ls-lbl-records not = ls-hdr-records or
                       ls-lbl-checksum not = ls-hdr-checksum
                   move 'EOF1 totals disagree with HDR1'
                           to ls-label-reason
               when ls-read-members not = ls-lbl-members or
                       ls-total-records not = ls-lbl-records or
                       ls-total-checksum not = ls-lbl-checksum or
                       ls-data-lines not = ls-lbl-lines
                   move 'volume contents disagree with EOF1 totals'
                           to ls-label-reason
               when ls-lbl-records not = ls-iv-records or
                       ls-lbl-checksum not = ls-iv-checksum
                   move 'volume totals disagree with the inventory'
                           to ls-label-reason
           end-evaluate
           .
       7000-claim-live-set.
      *    Every live name is claimed before the first copy, the
      *    same fail-fast protocol prime5a applies to its outputs --
           perform varying ls-set-idx from 1 by 1
                   until (ls-set-idx > ls-set-count)
                           or fatal-error
               if ls-set-type(ls-set-idx) = 'P'
                   perform 7040-claim-partitioned-master
               else
                   move ls-set-live(ls-set-idx) to ls-lock-name
                   perform 7010-claim-one-file
                   if not fatal-error and
                           ls-set-type(ls-set-idx) = 'M'
                       perform 7030-await-readers
                   end-if
               end-if
           end-perform
           .
       7010-claim-one-file.
           add 1 to ls-lock-claim-count
           move ls-lock-name to ls-lock-claims(ls-lock-claim-count)
           .
       7030-await-readers.
      *    Readers hold the master under shared claims (primeshr).
      *    With the exclusive claim now taken no new reader can
      *    start, so this run waits up to WAIT= seconds for the ones
      *    already reading to let go, and refuses to start the restore
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
       7040-claim-partitioned-master.
      *    A partition is covered by its master's claim -- the only
      *    one writers take -- so a partition member claims the
      *    master's name, the live name less its '.pnn' suffix, once
      *    for all the partitions in the set.
           move ls-set-live(ls-set-idx) to ls-lock-name
           perform varying ls-trim-idx from 256 by -1
                   until ls-trim-idx < 1 or
                           ls-lock-name(ls-trim-idx:1) not = space
               continue
           end-perform
           if ls-trim-idx > 4
               move spaces to ls-lock-name(ls-trim-idx - 3:4)
           end-if

           perform varying ls-lock-idx from 1 by 1
                   until ls-lock-idx > ls-lock-claim-count
               if ls-lock-claims(ls-lock-idx) = ls-lock-name
                   exit paragraph
               end-if
           end-perform

           perform 7010-claim-one-file
           if not fatal-error
               perform 7030-await-readers
           end-if
           .
       7050-resolve-files.
      *    Every shared file comes from the run's environment
      *    configuration (primeenv); a keyword that names a file
      *    still overrides it for the run.
           move 'BACKUPMAN' to ls-env-logical
           perform 7055-resolve-one-file
           move ls-env-path to ls-manifest-file

           move 'VAULTINV' to ls-env-logical
           perform 7055-resolve-one-file
           move ls-env-path to ls-inventory-file

           move 'HISTORY' to ls-env-logical
           perform 7055-resolve-one-file
           move ls-env-path to ls-history-file

           move 'CATALOG' to ls-env-logical
           perform 7055-resolve-one-file
           move ls-env-path to ls-catalog-file

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
       7900-release-claims.
      *    Deletes exactly the claims this run made, and nothing
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
