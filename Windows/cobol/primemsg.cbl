      * call; callers move it to RETURN-CODE at termination so the     *
      * scheduler's condition-code tests mean the same thing in every  *
      * job step.                                                      *
      *                                                                *
      * Any message at or above the alerting severity is also queued,  *
      * one line per message, in the alert outbox (primealt.box) for   *
      * primealt to route to whoever is on call. The severity is set   *
      * by an ALERT=letter card in primemsg.ctl (ALERT=NONE turns      *
      * queueing off; OUTBOX= names another outbox); with no card it   *
      * is E. Each line carries the stamp of the run's first message,  *
      * which is what tells one run's repeats from another's.          *
      *                                                                *
      * The error log, control file and outbox are the ones the run's  *
      * environment maps (primeenv: ERRLOG, MSGCTL, OUTBOX), and each  *
      * log line carries the environment name after its time stamp:    *
      *   msgid date time environment text                             *
      * When the environment cannot be resolved the message is still   *
      * displayed, but nothing is logged or queued; the caller stops   *
      * on that refusal itself.                                        *
      ******************************************************************
       identification division.
       program-id. primemsg.
                   access mode is sequential
                   file status is wk-error-log-status
                   .
           select  alert-control-file assign wk-alert-control-file
                   organization is line sequential
                   access mode is sequential
                   file status is wk-alert-control-status
                   .
           select  alert-outbox-file assign wk-alert-outbox-file
                   organization is line sequential
                   access mode is sequential
                   file status is wk-alert-outbox-status
                   .

       data division.

       fd  error-log-file.
       01  error-log-line                  pic x(160).

       fd  alert-control-file.
       01  alert-control-line              pic x(80).

      *    msgid|date|time|run-date|run-time|text
       fd  alert-outbox-file.
       01  alert-outbox-line               pic x(200).

       working-storage section.

      *    Working-storage (not local-storage) deliberately: the
      *    highest severity must accumulate across every call the
      *    run makes.
       01  wk-error-log-file               pic x(256) value spaces.
       01  wk-highest-severity             binary-long unsigned
                                           value zero.
       01  wk-this-severity                binary-long unsigned.
       01  wk-stamp-date                   pic x(08).
       01  wk-stamp-time                   pic x(08).
       01  wk-error-log-status             pic 9(01)x(01).
           88  error-log-status-ok         value '00'.
           88  error-log-absent            value '35'.
       01  wk-alert-control-file           pic x(256) value spaces.
       01  wk-alert-outbox-file            pic x(256) value spaces.
       01  wk-alert-threshold              binary-long unsigned
                                           value 8.
       01  wk-alert-switches.
           05  filler                      pic x(01) value 'Y'.
               88  first-call              value 'Y' false 'N'.
           05  filler                      pic x(01) value 'N'.
               88  alerts-disabled         value 'Y' false 'N'.
           05  filler                      pic x(01) value 'N'.
               88  environment-refused     value 'Y' false 'N'.
       01  wk-env-area.
           05  wk-env-logical              pic x(12).
           05  wk-env-path                 pic x(256).
           05  wk-env-name                 pic x(08) value spaces.
           05  wk-env-result               pic x(01).
           05  wk-env-reason               pic x(120).
       01  wk-run-date                     pic x(08).
       01  wk-run-time                     pic x(08).
       01  wk-alert-control-status         pic 9(01)x(01).
           88  alert-control-status-ok     value '00'.
       01  wk-alert-outbox-status          pic 9(01)x(01).
           88  alert-outbox-status-ok      value '00'.
           88  alert-outbox-absent         value '35'.

       linkage section.
       01  lk-message-id                   pic x(08).
       01  lk-message-text                 pic x(120).
       01  lk-highest-severity             binary-long unsigned.

       procedure division using lk-message-id lk-message-text
               lk-highest-severity.

       0000-main.
           if first-call
               perform 1000-load-alert-control
           end-if

           evaluate lk-message-id(8:1)
               when 'I'
                   move 0 to wk-this-severity
           accept wk-stamp-date from date yyyymmdd
           accept wk-stamp-time from time

      *    With no environment there is no log to write to; the
      *    console line above is all the message gets.
           if environment-refused
               move wk-highest-severity to lk-highest-severity
               goback
           end-if

      *    A log failure must never fail the program that is trying
      *    to report a problem, so the log write is best-effort.
           open extend error-log-file
                       ' '              delimited by size
                       wk-stamp-time    delimited by size
                       ' '              delimited by size
                       wk-env-name      delimited by size
                       ' '              delimited by size
                       lk-message-text  delimited by size
                       into error-log-line
               write error-log-line
               close error-log-file
           end-if

           if wk-this-severity >= wk-alert-threshold
                   and not alerts-disabled
               perform 2000-queue-alert
           end-if

           move wk-highest-severity to lk-highest-severity

           goback
           .
       1000-load-alert-control.
      *    Once per run: the run's stamp, and the alerting cards. No
      *    control file leaves the defaults in force.
           set first-call to false
           accept wk-run-date from date yyyymmdd
           accept wk-run-time from time

           move 'ERRLOG' to wk-env-logical
           perform 1100-resolve-one-file
           move wk-env-path to wk-error-log-file

           move 'MSGCTL' to wk-env-logical
           perform 1100-resolve-one-file
           move wk-env-path to wk-alert-control-file

           move 'OUTBOX' to wk-env-logical
           perform 1100-resolve-one-file
           move wk-env-path to wk-alert-outbox-file

           if environment-refused
               set alerts-disabled to true
               exit paragraph
           end-if

           open input alert-control-file
           if not alert-control-status-ok
               exit paragraph
           end-if

           perform until exit
               read alert-control-file
                   at end
                       exit perform
               end-read

               evaluate true
                   when alert-control-line(1:10) = 'ALERT=NONE'
                       set alerts-disabled to true
                   when alert-control-line(1:6) = 'ALERT='
                       evaluate alert-control-line(7:1)
                           when 'I'
                               move 0 to wk-alert-threshold
                           when 'W'
                               move 4 to wk-alert-threshold
                           when 'E'
                               move 8 to wk-alert-threshold
                           when 'S'
                               move 12 to wk-alert-threshold
                           when 'T'
                               move 16 to wk-alert-threshold
                       end-evaluate
                   when alert-control-line(1:7) = 'OUTBOX='
                           and alert-control-line(8:) not = spaces
                       move alert-control-line(8:)
                               to wk-alert-outbox-file
               end-evaluate
           end-perform

           close alert-control-file
           .
       1100-resolve-one-file.
           call 'primeenv' using wk-env-logical wk-env-path
                   wk-env-name wk-env-result wk-env-reason
           if wk-env-result not = 'Y'
               set environment-refused to true
           end-if
           .
       2000-queue-alert.
      *    Best-effort, like the log write: a full disk must not turn
      *    one failure into two.
           open extend alert-outbox-file
           if alert-outbox-absent
               open output alert-outbox-file
           end-if

           if alert-outbox-status-ok
               move spaces to alert-outbox-line
               string  lk-message-id    delimited by size
                       '|'              delimited by size
                       wk-stamp-date    delimited by size
                       '|'              delimited by size
                       wk-stamp-time    delimited by size
                       '|'              delimited by size
                       wk-run-date      delimited by size
                       '|'              delimited by size
                       wk-run-time      delimited by size
                       '|'              delimited by size
                       lk-message-text  delimited by size
                       into alert-outbox-line
               write alert-outbox-line
               close alert-outbox-file
           end-if
           .
