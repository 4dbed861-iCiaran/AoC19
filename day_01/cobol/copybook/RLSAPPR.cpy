      *============================================================*
      *  RLSAPPR - extract release approval record                 *
      *  Written by the supervisor who decides an extract may go   *
      *  out although it fails a release rule.  It names the       *
      *  production run it approves, so an approval left on file   *
      *  cannot release a later run's extract.                     *
      *  APR-SUPERVISOR-ID - approver; must be on the rules file   *
      *  APR-RUN-TIMESTAMP - run approved (YYYY-MM-DD HH:MM:SS),   *
      *                      as on the run status record           *
      *  APR-REASON        - why the extract may go out; required  *
      *============================================================*
       01  RELEASE-APPROVAL-RECORD.
           05 APR-SUPERVISOR-ID     PIC X(8).
           05 APR-RUN-TIMESTAMP     PIC X(19).
           05 APR-REASON            PIC X(60).
