      *> CredentialRecord.cpy
      *>
      *> Record layout for the operator-credentials file at the
      *> repository root: one row per operator holding the sign-on
      *> credential (PIN or passphrase) the console asks for after the
      *> operator id. Only the AOC2024CREDHASH hash of the credential
      *> is kept - never the credential itself - so the file can be
      *> read, backed up and copied without giving anyone a sign-on.
      *>
      *> CredState: A active, F must be changed at the next sign-on (a
      *> credential an ADMIN has just issued or reset), L locked out
      *> after CredFailures consecutive failed sign-ons reached the
      *> limit (CredLocked is when). CredChanged is when the hash was
      *> last set and CredIssuedBy who set it - the operator for their
      *> own change, the ADMIN for an issue or reset.
      *> COPY this into the FILE SECTION. The including program
      *> supplies:
      *>   :FILE-NAME:  the SELECTed credentials file name
       FD :FILE-NAME:.
       01 CredLine.
           02 CredOperator  pic X(12).
           02 CredGap1      pic X(1).
           02 CredHash      pic X(20).
           02 CredGap2      pic X(1).
           02 CredState     pic X(1).
           02 CredGap3      pic X(1).
           02 CredFailures  pic 9(2).
           02 CredGap4      pic X(1).
           02 CredChanged   pic X(19).
           02 CredGap5      pic X(1).
           02 CredLocked    pic X(19).
           02 CredGap6      pic X(1).
           02 CredIssuedBy  pic X(12).
