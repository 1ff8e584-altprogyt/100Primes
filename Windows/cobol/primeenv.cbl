      ******************************************************************
      * primeenv: Common environment-configuration routine. Every      *
      * shared file the suite keeps -- master, catalog, run history,   *
      * coverage ledger, error log and the rest -- is known to the     *
      * programs by a logical name, and this routine turns that name   *
      * into the physical path the run's environment maps it to, so a  *
      * test run cannot land in production's files merely by being     *
      * started from the wrong directory.                              *
      *                                                                *
      * The environment is named per run by the PRIMEENV environment   *
      * variable (up to 8 characters). The configuration file is       *
      * primeenv.cfg in the current directory, or the file PRIMECFG    *
      * names, with one 'environment|logical|path' line per mapping    *
      * ('*' comments and blank lines allowed):                        *
      *                                                                *
      *   PROD|CATALOG|/prime/prod/primecat.txt                        *
      *   TEST|CATALOG|/prime/test/primecat.txt                        *
      *                                                                *
      * The configuration is read once per run, on the first call,     *
      * and must map every logical name below for the environment in   *
      * use. No environment named, no configuration file, an           *
      * environment it does not define, or one missing any mapping     *
      * refuses every call with the reason in lk-reason, which the     *
      * caller issues as PRM0769S and then stops; nothing here falls   *
      * back to a default name. The routine issues no messages itself, *
      * since primemsg resolves the error log through it.              *
      *                                                                *
      * Logical names:                                                 *
      *   MASTER      prime master (primes.mst)                        *
      *   CATALOG     output catalog (primecat.txt)                    *
      *   HISTORY     run-history audit file (runhist.txt)             *
      *   LEDGER      range-coverage ledger (ranges.led)               *
      *   ERRLOG      message error log (primeerr.log)                 *
      *   DELTAREG    delta-cycle registry (primedlt.reg)              *
      *   AUTH        authorization file (primeauth.txt)               *
      *   CACHE       factor cache (primes.fct)                        *
      *   CATVERIFY   catalog verification stamps (primecat.vfy)       *
      *   SUSPENSE    primebat suspense log (primebat.sus)             *
      *   RESUBMIT    primebat resubmission queue (primebat.rsb)       *
      *   CORRECTIONS primesus correction cards (primesus.cor)         *
      *   XMITLOG     interchange transmission log (primexch.tcl)      *
      *   BACKUPMAN   backup manifest (primebkp.man)                   *
      *   VAULTINV    offsite vault inventory (primevlt.inv)           *
      *   JOBS        scheduler job definitions (primejobs.txt)        *
      *   HOLIDAYS    scheduler holiday calendar (primehol.txt)        *
      *   SKEDLOG     scheduler log (primesked.log)                    *
      *   FLOWSTATE   primeflow restart state (primeflow.sta)          *
      *   SUBBOOKMARK primefeed subscriber bookmarks (primesub.bmk)    *
      *   MSGCTL      message alerting control (primemsg.ctl)          *
      *   OUTBOX      alert outbox (primealt.box)                      *
      *   ALERTDAT    alert tracking file (primealt.dat)               *
      *   ONCALL      on-call roster (primeoncl.txt)                   *
      *   ALERTLOG    alert routing log (primealt.log)                 *
      *   NOTIFY      alert notifications (primealt.ntf)               *
      *   RATES       chargeback rate card (primerate.txt)             *
      *   CLOSECTL    month-end period control (primeclose.ctl)        *
      *   DESKREQ     data request desk tickets (primedesk.req)        *
      *   DISTCTL     distribution control (primedist.ctl)             *
      *   DISTLOG     distribution log (primedist.log)                 *
      *   CHECKPOINT  prime5a checkpoint (checkpoint.txt)              *
      *   MONITOR     prime5a progress monitor (primes.mon)            *
      *   SEALS       tamper-evidence seal log (primeseal.log)         *
      ******************************************************************
       identification division.
       program-id. primeenv.

       environment division.

       input-output section.

       file-control.
           select  config-file assign wk-config-file
                   organization is line sequential
                   access mode is sequential
                   file status is wk-config-status
                   .

       data division.

       file section.

       fd  config-file.
       01  config-line                     pic x(400).

       working-storage section.

      *    Working-storage (not local-storage) deliberately: the
      *    configuration is read once and answers every later call
      *    the run makes.
       01  wk-config-file                  pic x(256).
       01  wk-config-status                pic 9(01)x(01).
           88  config-status-ok            value '00'.
       01  wk-env-raw                      pic x(30).
       01  wk-env-name                     pic x(08).
       01  wk-env-switches.
           05  filler                      pic x(01) value 'Y'.
               88  first-call              value 'Y' false 'N'.
           05  filler                      pic x(01) value 'N'.
               88  config-refused          value 'Y' false 'N'.
           05  filler                      pic x(01) value 'N'.
               88  environment-defined     value 'Y' false 'N'.
       01  wk-refusal                      pic x(120).
       01  wk-config-fields.
           05  wk-cf-env                   pic x(08).
           05  wk-cf-logical               pic x(12).
           05  wk-cf-path                  pic x(256).
       01  wk-missing-count                binary-long unsigned.
       01  wk-missing-disp                 pic z(02)9(01).
       01  wk-first-missing                pic x(12).
       01  wk-logical-idx                  binary-long unsigned.

      *    Every logical name the suite resolves, in the order the
      *    header lists them; wk-logical-count must match the table.
       01  wk-logical-names.
           05  filler                      pic x(12) value 'MASTER'.
           05  filler                      pic x(12) value 'CATALOG'.
           05  filler                      pic x(12) value 'HISTORY'.
           05  filler                      pic x(12) value 'LEDGER'.
           05  filler                      pic x(12) value 'ERRLOG'.
           05  filler                      pic x(12) value 'DELTAREG'.
           05  filler                      pic x(12) value 'AUTH'.
           05  filler                      pic x(12) value 'CACHE'.
           05  filler                      pic x(12) value 'CATVERIFY'.
           05  filler                      pic x(12) value 'SUSPENSE'.
           05  filler                      pic x(12) value 'RESUBMIT'.
           05  filler                      pic x(12)
                                           value 'CORRECTIONS'.
           05  filler                      pic x(12) value 'XMITLOG'.
           05  filler                      pic x(12) value 'BACKUPMAN'.
           05  filler                      pic x(12) value 'VAULTINV'.
           05  filler                      pic x(12) value 'JOBS'.
           05  filler                      pic x(12) value 'HOLIDAYS'.
           05  filler                      pic x(12) value 'SKEDLOG'.
           05  filler                      pic x(12) value 'FLOWSTATE'.
           05  filler                      pic x(12)
                                           value 'SUBBOOKMARK'.
           05  filler                      pic x(12) value 'MSGCTL'.
           05  filler                      pic x(12) value 'OUTBOX'.
           05  filler                      pic x(12) value 'ALERTDAT'.
           05  filler                      pic x(12) value 'ONCALL'.
           05  filler                      pic x(12) value 'ALERTLOG'.
           05  filler                      pic x(12) value 'NOTIFY'.
           05  filler                      pic x(12) value 'RATES'.
           05  filler                      pic x(12) value 'CLOSECTL'.
           05  filler                      pic x(12) value 'DESKREQ'.
           05  filler                      pic x(12) value 'DISTCTL'.
           05  filler                      pic x(12) value 'DISTLOG'.
           05  filler                      pic x(12) value 'CHECKPOINT'.
           05  filler                      pic x(12) value 'MONITOR'.
           05  filler                      pic x(12) value 'SEALS'.
       01  filler redefines wk-logical-names.
           05  wk-logical-name             pic x(12) occurs 34 times.
       78  wk-logical-count                value 34.
       01  wk-logical-paths.
           05  wk-logical-path             pic x(256) occurs 34 times.

       linkage section.
       01  lk-logical                      pic x(12).
       01  lk-physical                     pic x(256).
       01  lk-env-name                     pic x(08).
       01  lk-result                       pic x(01).
       01  lk-reason                       pic x(120).

       procedure division using lk-logical lk-physical lk-env-name
               lk-result lk-reason.

       0000-main.
           if first-call
               perform 1000-load-configuration
           end-if

           move spaces to lk-physical lk-reason
           move wk-env-name to lk-env-name
           move 'N' to lk-result

           if config-refused
               move wk-refusal to lk-reason
               goback
           end-if

           perform varying wk-logical-idx from 1 by 1
                   until wk-logical-idx > wk-logical-count
               if wk-logical-name(wk-logical-idx) = lk-logical
                   move wk-logical-path(wk-logical-idx) to lk-physical
                   move 'Y' to lk-result
                   goback
               end-if
           end-perform

           string  'No logical file '  delimited by size
                   lk-logical           delimited by space
                   ' in the environment configuration.'
                                       delimited by size
                   into lk-reason
           goback
           .
       1000-load-configuration.
      *    Once per run. Any refusal found here stands for the rest of
      *    the run, so every program sees the same answer.
           set first-call to false
           move spaces to wk-env-name wk-refusal wk-logical-paths

           move spaces to wk-env-raw
           accept wk-env-raw from environment 'PRIMEENV'
           if wk-env-raw = spaces
               move spaces to wk-refusal
               string  'No environment named; set PRIMEENV to the one '
                                                  delimited by size
                       'this run belongs to.'     delimited by size
                       into wk-refusal
               set config-refused to true
               exit paragraph
           end-if
           if wk-env-raw(9:) not = spaces
               string  'Environment name '  delimited by size
                       wk-env-raw            delimited by space
                       ' is longer than 8 characters.'
                                            delimited by size
                       into wk-refusal
               set config-refused to true
               exit paragraph
           end-if
           move wk-env-raw to wk-env-name

           move spaces to wk-config-file
           accept wk-config-file from environment 'PRIMECFG'
           if wk-config-file = spaces
               move 'primeenv.cfg' to wk-config-file
           end-if

           open input config-file
           if not config-status-ok
               string  'Environment configuration '
                                       delimited by size
                       wk-config-file   delimited by space
                       ' cannot be read (file status '
                                       delimited by size
                       wk-config-status delimited by size
                       ').'            delimited by size
                       into wk-refusal
               set config-refused to true
               exit paragraph
           end-if

           perform until exit
               read config-file
                   at end
                       exit perform
               end-read

               perform 1100-take-config-line
           end-perform

           close config-file

           if not environment-defined
               string  'Environment '      delimited by size
                       wk-env-name          delimited by space
                       ' is not defined in ' delimited by size
                       wk-config-file       delimited by space
                       '.'                 delimited by size
                       into wk-refusal
               set config-refused to true
               exit paragraph
           end-if

           perform 1200-check-complete
           .
       1100-take-config-line.
      *    Only the run's own environment is kept. The first mapping
      *    of a logical name wins; a name the suite does not use is
      *    passed over.
           if config-line = spaces or config-line(1:1) = '*'
               exit paragraph
           end-if

           move spaces to wk-config-fields
           unstring config-line delimited by '|'
               into wk-cf-env wk-cf-logical wk-cf-path

           if wk-cf-env not = wk-env-name
               exit paragraph
           end-if
           set environment-defined to true

           perform varying wk-logical-idx from 1 by 1
                   until wk-logical-idx > wk-logical-count
               if wk-logical-name(wk-logical-idx) = wk-cf-logical
                   if wk-logical-path(wk-logical-idx) = spaces
                       move wk-cf-path
                               to wk-logical-path(wk-logical-idx)
                   end-if
                   exit perform
               end-if
           end-perform
           .
       1200-check-complete.
      *    An environment must map every shared file; one left out
      *    would otherwise be the very file a test run writes in the
      *    wrong place.
           move zero to wk-missing-count
           move spaces to wk-first-missing

           perform varying wk-logical-idx from 1 by 1
                   until wk-logical-idx > wk-logical-count
               if wk-logical-path(wk-logical-idx) = spaces
                   add 1 to wk-missing-count
                   if wk-first-missing = spaces
                       move wk-logical-name(wk-logical-idx)
                               to wk-first-missing
                   end-if
               end-if
           end-perform

           if wk-missing-count = zero
               exit paragraph
           end-if

           move wk-missing-count to wk-missing-disp
           string  'Environment '          delimited by size
                   wk-env-name              delimited by space
                   ' is incomplete: '      delimited by size
                   wk-missing-disp          delimited by size
                   ' logical file(s) unmapped, first '
                                           delimited by size
                   wk-first-missing         delimited by space
                   '.'                     delimited by size
                   into wk-refusal
           set config-refused to true
           .
