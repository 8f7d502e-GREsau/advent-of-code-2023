identification division.
program-id. lookup-node-ref.

data division.
working-storage section.
  01 AS-OF-DATE        pic 9(8).
  01 REF-NODE-STATUS   pic x(10).

linkage section.
  01 LS-NODE-CODE  pic a(4).
    88 NODE-REF-NOT-FOUND  value "1".

procedure division using LS-NODE-CODE, LS-DESC, LS-TEAM, LS-FOUND.
  *> the node's description and owner as they stand today -- the
  *> effective-dated history decides, so a transfer whose date has come
  *> answers here even before ROLL-NODE-REF has carried it onto the
  *> keyed master, and one dated for next month does not answer yet.
  *> Callers attributing past activity ask LOOKUP-NODE-REF-ASOF with
  *> the activity's own date instead
  move function current-date(1:8) to AS-OF-DATE
  call "lookup-node-ref-asof" using LS-NODE-CODE AS-OF-DATE LS-DESC
    LS-TEAM REF-NODE-STATUS LS-FOUND end-call

  goback.
