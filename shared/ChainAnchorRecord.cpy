      *> ChainAnchorRecord.cpy
      *>
      *> Record layout for the root-level chain-anchors file: the
      *> fixed points that let a hash-chained file (an audit trail or
      *> the approvals ledger) still verify after rows have lawfully
      *> left it. One row per anchor:
      *>   TRIM   housekeeping trimmed rows away; the row kept after
      *>          the gap is named by its hash, with the hash of the
      *>          row it used to follow
      *>   FENCE  the trail scanner fenced malformed rows aside - the
      *>          same kind of gap
      *>   YEAR   the year-end rollover moved the year's rows to the
      *>          archive - the same kind of gap
      *>   HOLD   a legal hold was placed or released; the trail's
      *>          last row at that moment is pinned, so the stretch
      *>          the hold preserves cannot be rewritten unnoticed
      *>   BREAK  a ledger rewrite found the chain already broken at
      *>          the row named, before re-chaining it
      *> AnchorFile is the chained file's path from the repository
      *> root ("audit-trail", "day05/audit-trail", "pending-approvals").
      *>
      *> COPY this into the FILE SECTION. The including program
      *> supplies:
      *>   :FILE-NAME:  the SELECTed chain-anchors file name
       FD :FILE-NAME:.
       01 AnchorLine.
           02 AnchorStamp    pic X(19).
           02 AnchorGap1     pic X(1).
           02 AnchorKind     pic X(5).
           02 AnchorGap2     pic X(1).
           02 AnchorFile     pic X(40).
           02 AnchorGap3     pic X(1).
           02 AnchorRowHash  pic X(20).
           02 AnchorGap4     pic X(1).
           02 AnchorPrevHash pic X(20).
           02 AnchorGap5     pic X(1).
           02 AnchorNote     pic X(50).
