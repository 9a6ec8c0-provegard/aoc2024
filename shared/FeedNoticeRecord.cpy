      *> FeedNoticeRecord.cpy
      *>
      *> Record layout for the root-level feed-notices register: one
      *> row per notice letter AOC2024CORRESP has sent an upstream
      *> feed owner - a quarantined drop, a late feed, a month over the
      *> scorecard's reject-rate ceiling, rejects returned for
      *> correction. Rewritten whole by each CORRESP run and read by
      *> the operator menu; the quarterly feed review's record of what
      *> was sent to whom and how it was answered. COPY this into the
      *> FILE SECTION. The including program supplies:
      *>   :FILE-NAME:  the SELECTed feed-notices file name
      *>
      *> FnId is "FN" + the letter's business date YYYYMMDD + a
      *> four-digit sequence within the day - the letter reference the
      *> owner is asked to quote, and the letter's own file name under
      *> correspondence/. FnStatus is OPEN until a response is recorded
      *> (menu option U), then ANSWERED with who recorded it, when, and
      *> what upstream said. FnKind is QUARANTINE, LATE, SCORECARD or
      *> RETURNED; FnSource is the event it is about, in the form its
      *> kind keys on, so one event never gets two letters:
      *>   QUARANTINE  the quarantine-log date and the drop's name
      *>   LATE        the date (YYYY-MM-DD) the feed was alerted late
      *>   SCORECARD   the month (YYYYMM) over the ceiling
      *>   RETURNED    the reject-return transmission file
      *> FnEvidence names the files the letter cites, space-separated.
      *> FnChased is the business date the reminder went to the
      *> owner's escalation contact, blank until then.
       FD :FILE-NAME:.
       01 FnLine.
           02 FnId         pic X(14).
           02 FnGap1       pic X(1).
           02 FnStatus     pic X(8).
           02 FnGap2       pic X(1).
           02 FnKind       pic X(10).
           02 FnGap3       pic X(1).
           02 FnDir        pic X(10).
           02 FnGap4       pic X(1).
           02 FnBusDate    pic X(8).
           02 FnGap5       pic X(1).
           02 FnSent       pic X(19).
           02 FnGap6       pic X(1).
           02 FnOwner      pic X(30).
           02 FnGap7       pic X(1).
           02 FnChased     pic X(8).
           02 FnGap8       pic X(1).
           02 FnAnswered   pic X(19).
           02 FnGap9       pic X(1).
           02 FnAnsweredBy pic X(12).
           02 FnGap10      pic X(1).
           02 FnSource     pic X(40).
           02 FnGap11      pic X(1).
           02 FnSubject    pic X(60).
           02 FnGap12      pic X(1).
           02 FnEvidence   pic X(120).
           02 FnGap13      pic X(1).
           02 FnResponse   pic X(80).
