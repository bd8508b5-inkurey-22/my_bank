       identification division.
       program-id. parm_log.

      *> Parameter audit writer - appends one row to PARMAUD for an
      *> event on a parameter change request: raised, approved,
      *> rejected, no longer applicable, or applied directly. The
      *> before and after values are written out readable, stamped
      *> with who did it and when.

       environment division.
       input-output section.
       file-control.
           select audit-file assign to "PARMAUD"
               organization is line sequential
               file status is audit-file-status.

       data division.
       file section.
       fd audit-file.
       copy "parmaud.cpy".

       working-storage section.

      *> File status codes
       01 audit-file-status pic x(02).

      *> Working copy of the request the event is on
       copy "parmreq.cpy".

       linkage section.
      *> la-request-row: the request as it stands after the event.
      *> la-event: the pa-event code. la-oper-id: who did it.
       01 la-request-row pic x(173).
       01 la-event pic x(02).
       01 la-oper-id pic x(04).

       procedure division using la-request-row la-event la-oper-id.
           move la-request-row to pr-request-record.
           move pr-req-id to pa-req-id.
           move la-event to pa-event.
           move pr-kind to pa-kind.
           move pr-target to pa-target.
           move la-oper-id to pa-oper-id.
           move pr-req-by to pa-req-by.
           accept pa-date from date yyyymmdd.
           accept pa-time from time.
           call "parm_fmt" using pr-kind pr-old-values pa-before
           end-call.
           call "parm_fmt" using pr-kind pr-new-values pa-after
           end-call.
           open extend audit-file.
           write pa-audit-record end-write.
           close audit-file.
           goback.

       end program parm_log.
