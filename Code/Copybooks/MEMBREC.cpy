      * and outreach worklist items for such members file under
      * spaces for a manager to pick up.
           05 MM-COACH-ID         PIC X(8).
      * CH01_32 Household (HOUSEHOLD file ID), set and cleared only
      * through HHMNT.  Spaces means the member is billed and held
      * on their own; otherwise the household's primary payer is
      * billed for the whole household and the arrears hold follows
      * the household.
           05 MM-HOUSEHOLD-ID     PIC X(6).
      * CH01_33 Dues override.  N (the normal case) prices the
      * member from the RATES table by type; Y bills MM-DUES-RATE
      * instead, for comps (zero) and other agreed exceptions.
      * Space on records older than the table is read as an
      * override when MM-DUES-RATE is zero, so existing comps stay
      * free, and as N otherwise.  MM-DUES-RATE is also the fallback
      * for a type with no row in the table.
           05 MM-RATE-OVERRIDE    PIC X(1).
               88 MM-RATE-OVERRIDDEN      VALUE "Y".
               88 MM-RATE-FROM-TABLE      VALUE "N".
