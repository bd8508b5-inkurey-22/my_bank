       identification division.
       program-id. parm_req.

      *> Parameter change request raiser - shared by od_set, lim_set,
      *> fee_set and oper_add. The caller stages the kind of change,
      *> what it is to, who is asking and the old and new values;
      *> this numbers the request off the control record, files it
      *> pending on PARMREQ for a second supervisor to decide from
      *> parm_apr, and writes it to the parameter audit trail.

       environment division.
       input-output section.
       file-control.
           select control-file assign to "CTLFILE"
               organization is indexed
               access mode is dynamic
               record key is ct-key
               file status is control-file-status.

           select request-file assign to "PARMREQ"
               organization is indexed
               access mode is dynamic
               record key is pr-req-id
               file status is request-file-status.

       data division.
       file section.
       fd control-file.
       copy "ctlrec.cpy".

       fd request-file.
       copy "parmreq.cpy".

       working-storage section.

      *> File status codes
       01 control-file-status pic x(02).
       01 request-file-status pic x(02).

      *> The audit event, and the requester it is logged against
       01 log-event pic x(02) value "RQ".
       01 log-oper-id pic x(04).

       linkage section.
      *> la-request-row: pr-request-record staged by the caller, with
      *> the number, status and stamps filled in on return.
      *> la-req-id: the request number, zero when it could not be
      *> filed.
       01 la-request-row pic x(173).
       01 la-req-id pic 9(5).

       procedure division using la-request-row la-req-id.
           move 0 to la-req-id.
           move la-request-row to pr-request-record.
           perform assign-req-id.
           if la-req-id = 0
               goback
           end-if.
           move la-req-id to pr-req-id.
           move "P" to pr-status.
           accept pr-req-date from date yyyymmdd.
           accept pr-req-time from time.
           move spaces to pr-dec-by.
           move 0 to pr-dec-date.
           move 0 to pr-dec-time.
           open i-o request-file.
           if request-file-status = "35"
               open output request-file
               close request-file
               open i-o request-file
           end-if.
           write pr-request-record
               invalid key
                   move 0 to la-req-id
           end-write.
           move pr-request-record to la-request-row.
           move pr-req-by to log-oper-id.
           close request-file.
           if la-req-id = 0
               goback
           end-if.
           call "parm_log" using la-request-row log-event log-oper-id
           end-call.
           goback.

       *> Procedure to take the next request number from the control
       *> record, the same way a hold is numbered - a control record
       *> that predates change requests starts them at one
       assign-req-id.
           open i-o control-file.
           if control-file-status = "35"
               close control-file
               exit paragraph
           end-if.
           move "T" to ct-key.
           read control-file key is ct-key
               invalid key
                   close control-file
                   exit paragraph
           end-read.
           if ct-next-req-id not numeric or ct-next-req-id = 0
               move 1 to ct-next-req-id
           end-if.
           move ct-next-req-id to la-req-id.
           add 1 to ct-next-req-id end-add.
           rewrite ct-control-record end-rewrite.
           close control-file.

       end program parm_req.
