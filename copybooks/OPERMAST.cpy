      *> OPERATOR-MASTER-RECORD - one line per authorized operator.
      *> Authority 99 may launch any job; otherwise restricted job
      *> codes must appear in the operator's allowed-job list.
      *> Status A = active, I = disabled, L = locked after too many
      *> failed passwords; sign-on is refused outside the
      *> effective/expiry window (spaces = no expiry).
      *> oper-pwd-hash is the PWDHASH of id + password; a blank
      *> oper-pwd-changed-date forces a change at the next sign-on.
           05 oper-id           pic x(8).
           05 oper-name         pic x(30).
           05 oper-authority    pic 9(2).
           05 oper-status       pic x.
           05 oper-effective-date pic x(8).
           05 oper-expiry-date  pic x(8).
           05 oper-pwd-hash     pic x(16).
           05 oper-pwd-changed-date pic x(8).
           05 oper-fail-count   pic 9(2).
