      *> HoldRecord.cpy
      *>
      *> Record layout for the legal-holds file at the repository
      *> root: one row per preservation hold audit or legal has asked
      *> for, placed and released through AOC2024LEGALHOLD and never
      *> deleted, so the file is its own history. While a hold is
      *> active AOC2024HOUSEKEEP keeps every trail row and archived
      *> drop it covers, and the archive catalog carries a HELD
      *> marker on the drops it covers.
      *>
      *> HoldFrom/HoldTo are the business-date range held, both ends
      *> inclusive; a blank HoldDir holds every day directory.
      *> HoldRequester is who in audit or legal asked for it.
      *> HoldRelease is the business date the hold was released -
      *> blank while it is active - and HoldReleasedBy the ADMIN
      *> operator who released it; HoldPlacedBy is the operator who
      *> entered it.
      *> COPY this into the FILE SECTION. The including program
      *> supplies:
      *>   :FILE-NAME:  the SELECTed hold file name
       FD :FILE-NAME:.
       01 HoldLine.
           02 HoldId          pic X(10).
           02 HoldGap1        pic X(1).
           02 HoldFrom        pic X(8).
           02 HoldGap2        pic X(1).
           02 HoldTo          pic X(8).
           02 HoldGap3        pic X(1).
           02 HoldDir         pic X(10).
           02 HoldGap4        pic X(1).
           02 HoldRequester   pic X(20).
           02 HoldGap5        pic X(1).
           02 HoldRelease     pic X(8).
           02 HoldGap6        pic X(1).
           02 HoldReleasedBy  pic X(12).
           02 HoldGap7        pic X(1).
           02 HoldPlacedBy    pic X(12).
