      *> Parameter audit record - one row appended to PARMAUD for
      *> every parameter change request raised, approved, rejected or
      *> found no longer applicable, and for every change applied
      *> directly while the shop has no second supervisor to approve
      *> it. The values are written out readable, so the trail stands
      *> on its own without the request file.
       01 pa-audit-record.
           05 pa-req-id            pic 9(5).
           05 pa-event             pic x(02).
               88 pa-requested         value "RQ".
               88 pa-approved          value "AP".
               88 pa-rejected          value "RJ".
               88 pa-failed            value "FL".
               88 pa-direct            value "DI".
           05 pa-kind              pic x(02).
           05 pa-target            pic x(05).
      *> Who did this - the requester on "RQ", the deciding
      *> supervisor otherwise - and who raised the request.
           05 pa-oper-id           pic x(04).
           05 pa-req-by            pic x(04).
           05 pa-date              pic 9(8).
           05 pa-time              pic 9(8).
           05 pa-before            pic x(60).
           05 pa-after             pic x(60).
