      *>**
      *>  Copybook: FLAGRULE-ENTRY
      *>
      *>  One flag-combination business rule (FLGRULE, 80-byte line
      *>  sequential card images, one per rule).  flagrule-check
      *>  returns the entry of each rule a status byte breaks, and
      *>  bitflag-upd, flagsweep, flaginq and flagvald report it.
      *>
      *>    1-8   rule id
      *>   10-16  rule type, left-justified:
      *>          FORBID  flag A and flag B must never both be on
      *>          REQUIRE flag A on needs flag B on as well
      *>   18-37  flag A, as registered in BITFLAG-DEFN
      *>   39-58  flag B, as registered in BITFLAG-DEFN
      *>   60-80  description, printed with every breach
      *>
      *>  e.g. VIP-CUSTOMER on a CLOSED account is FORBID
      *>  VIP-CUSTOMER CLOSED; SECURITY-HOLD without ACCOUNT-FROZEN
      *>  is REQUIRE SECURITY-HOLD ACCOUNT-FROZEN.
      *>**
       01 flagrule-entry.
           05  rl-rule-id pic x(8).
           05  filler pic x.
           05  rl-type pic x(7).
               88  rl-type-forbid value "FORBID".
               88  rl-type-require value "REQUIRE".
               88  rl-type-valid values "FORBID" "REQUIRE".
           05  filler pic x.
           05  rl-flag-a pic x(20).
           05  filler pic x.
           05  rl-flag-b pic x(20).
           05  filler pic x.
           05  rl-text pic x(21).
