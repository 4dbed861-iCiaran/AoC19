      *============================================================*
      *  RLSREC - extract release record                           *
      *  Written by the release gate for every extract it judges:  *
      *  rewritten as the current release stamp, and appended to   *
      *  the release log so "who let this extract go out" can be   *
      *  answered after a bad load.  The downstream load takes     *
      *  the released extract copy only when the stamp reads       *
      *  RELEASED and its run, record count and grand total match  *
      *  the copy's trailer.                                       *
      *  REL-STATUS        - RELEASED or HELD                      *
      *  REL-RUN-TIMESTAMP - production run the extract came from  *
      *  REL-SOURCE        - MERGED or RAW extract judged          *
      *  REL-RECORD-COUNT  - trailer record count                  *
      *  REL-GRAND-TOTAL   - trailer grand total fuel              *
      *  REL-GATE-TIMESTAMP - when the gate ran                    *
      *  REL-FAILED-RULES  - one letter per failed rule: S run     *
      *                      severity, A acknowledgment, B balance,*
      *                      V budget, D depot; blank if none      *
      *  REL-APPROVER      - supervisor who approved, AUTO when    *
      *                      every rule passed, blank if held      *
      *  REL-REASON        - approval reason, or the gate's own    *
      *============================================================*
       01  RELEASE-RECORD.
           05 REL-STATUS            PIC X(8).
           05 FILLER                PIC X(1).
           05 REL-RUN-TIMESTAMP     PIC X(19).
           05 FILLER                PIC X(1).
           05 REL-SOURCE            PIC X(6).
           05 FILLER                PIC X(1).
           05 REL-RECORD-COUNT      PIC 9(6).
           05 FILLER                PIC X(1).
           05 REL-GRAND-TOTAL       PIC 9(13).
           05 FILLER                PIC X(1).
           05 REL-GATE-TIMESTAMP    PIC X(19).
           05 FILLER                PIC X(1).
           05 REL-FAILED-RULES      PIC X(5).
           05 FILLER                PIC X(1).
           05 REL-APPROVER          PIC X(8).
           05 FILLER                PIC X(1).
           05 REL-REASON            PIC X(60).
