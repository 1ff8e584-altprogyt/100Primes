      * blank records allowed); the actions in use are RELEASE (lock   *
      * claims), REPLACE (master records), PURGE (housekeeping over    *
      * the shared control files), RESTORE (putting a backup set       *
      * back), REOPEN (a closed month-end period), and ALL. The check  *
      * fails closed: no authorization file, a blank operator, or no   *
      * matching record all deny. The file is the one the run's        *
      * environment maps as AUTH (primeenv); an environment that       *
      * cannot be resolved denies too.                                 *
      *                                                                *
      * Every denial is logged through primemsg as PRM0175E, so the    *
      * error log answers the auditors' question -- who tried what,    *

       working-storage section.

       01  wk-auth-file                    pic x(256) value spaces.
       01  wk-auth-fields.
           05  wk-af-operator              pic x(16).
           05  wk-af-action                pic x(08).
           88  auth-status-ok              value '00'.
       01  wk-msg-id                       pic x(08).
       01  wk-msg-text                     pic x(120).
       01  wk-msg-severity                 binary-long unsigned
                                           value zero.
       01  wk-env-area.
           05  wk-env-logical              pic x(12) value 'AUTH'.
           05  wk-env-name                 pic x(08).
           05  wk-env-result               pic x(01).
           05  wk-env-reason               pic x(120).

       linkage section.
       01  lk-operator                     pic x(16).
               goback
           end-if

           call 'primeenv' using wk-env-logical wk-auth-file
                   wk-env-name wk-env-result wk-env-reason
           if wk-env-result not = 'Y'
               perform 1000-log-denial
               goback
           end-if

           open input auth-file
           if not auth-status-ok
               perform 1000-log-denial
