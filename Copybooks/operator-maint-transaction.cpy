      * id, and a revoke only needs the id.  omt-member-number links the
      * operator to their ROSTER record for the nightly integrity
      * audit; blank leaves an add unlinked (the audit flags it) or
      * keeps a change's current link.  The quarterly recertification
      * (operator-recertification) writes its revokes in this layout
      * for posting once the supervisor has signed its listing off.
       01  operator-maint-transaction.
           05  omt-action-code         pic x(01).
               88  omt-add-action          value "A".
