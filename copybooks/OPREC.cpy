      * maintenance and case programs verifies the password and the
      * active status here, and the role switches say what the
      * operator may do once signed on:
      *   OP-MAINT-ROLE   -- run bounds maintenance (bndmaint),
      *                      the field dictionary (fldmaint) and
      *                      the cross-field rules (rulmaint)
      *                      and the business calendar (calmaint),
      *                      and compare the bounds master with
      *                      its journal (bndrbld);
      *   OP-APPROVE-ROLE -- approve or reject pending bounds and
      *                      rule changes as the second operator;
      *   OP-CASE-ROLE    -- work the exception cases (casemgr);
      *   OP-SENIOR-ROLE  -- the sensitive actions: expiring a
      *                      live bounds row, retiring a field or
      *                      a rule, waiving a case, replacing
      *                      the bounds master from its journal,
      *                      deleting a business calendar date.
      * The file carries passwords, so it lives under operations
      * control with the same access protection as the masters.
       01 OPERATOR-RECORD.
