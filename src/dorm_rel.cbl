      *> straight back. Run from the supervisor's console, like the
      *> transaction reversal - it is deliberately not on the teller
      *> menu, because dormancy exists to force a second pair of eyes.
      *> Every release is logged on DORMLOG, so the suspicious
      *> activity monitoring can watch what happens straight after.

       environment division.
       input-output section.
               record key is fm-acc-id
               file status is account-file-status.

           select release-log-file assign to "DORMLOG"
               organization is line sequential
               file status is release-log-file-status.

       data division.
       file section.
       fd account-file.
       copy "acctrec.cpy".

       fd release-log-file.
       copy "dormrec.cpy".

       working-storage section.

      *> File status codes
       01 account-file-status pic x(02).
       01 release-log-file-status pic x(02).

       01 release-acc pic 9(5).
       01 today-date pic 9(8).
           move today-date to fm-acc-last-act.
           rewrite fm-account-record end-rewrite.
           close account-file.
           perform log-release.
           display "Account " release-acc " released from dormancy"
               end-display.
           goback.

       *> Procedure to append the release to the release log, under
       *> the releasing supervisor's id
       log-release.
           move release-acc to dl-acc-id.
           move today-date to dl-rel-date.
           accept dl-rel-time from time.
           move oper-id to dl-oper-id.
           open extend release-log-file.
           write dl-release-record.
           close release-log-file.

       *> Procedure to sign the supervisor on before anything is
       *> shown - dormancy exists to force a second pair of eyes, so
       *> the release has to prove whose eyes they were
