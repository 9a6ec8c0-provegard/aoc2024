      *> SecurityRecord.cpy
      *>
      *> Record layout for the security-events journal at the
      *> repository root: one append-only row per console security
      *> event, written by the operator menu and read by the weekly
      *> security-violations report (driver/secreport) and the
      *> monthly operator-activity report (driver/opsact).
      *>
      *> SecOperator is the operator id the event concerns - the id
      *> typed at a refused sign-on, or the signed-on operator.
      *> SecEvent is one of:
      *>   REFUSED   sign-on with an id not listed, or disabled (OFF)
      *>   BADCRED   sign-on with a wrong credential
      *>   LOCKOUT   the failure that locked the operator out
      *>   LOCKED    sign-on attempted while locked out
      *>   DENIED    a menu choice the operator's role does not allow
      *>   IDLEOFF   the console signed off after sitting idle
      *>   ENROLLED  first credential set by the operator
      *>   CHANGED   credential changed (the forced first change)
      *>   RESET     credential issued or reset by an ADMIN
      *>   SIGNON    a sign-on that succeeded (detail: the role)
      *>   LOCKCLR   the cycle lock cleared by an ADMIN - an override
      *> The first five are violations; the rest are the trail that
      *> explains them. The monthly operator-activity report reads
      *> the last two.
      *> COPY this into the FILE SECTION. The including program
      *> supplies:
      *>   :FILE-NAME:  the SELECTed security-events file name
       FD :FILE-NAME:.
       01 SecLine.
           02 SecStamp      pic X(19).
           02 SecGap1       pic X(1).
           02 SecOperator   pic X(12).
           02 SecGap2       pic X(1).
           02 SecEvent      pic X(10).
           02 SecGap3       pic X(1).
           02 SecDetail     pic X(60).
