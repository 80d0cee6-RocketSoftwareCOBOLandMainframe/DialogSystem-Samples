      *****************************************************************
      *                                                               *
      * Shared copy of the operator security record layout.           *
      * custsec.ism holds one record per operator: the salted hash of *
      * the sign-on password CUSTSIGN.CBL checks when CUSTVOC starts, *
      * and the operator's role, which is what the suite's sensitive  *
      * actions are gated on -- customer delete and order void        *
      * (VOCDEL), credit-limit changes (Check-Limit-Authority in      *
      * VOCSAVE), credit-hold release (CUSTHOLD), rate maintenance    *
      * (CUSTCUR) and the re-key utility (CUSTRKEY).  The role        *
      * replaces the old single sec-limit-auth flag -- see            *
      * CUSTCNVS.CBL for the one-shot conversion of the old records.  *
      * An operator with no record here (or an unknown role) is       *
      * denied, the same default-deny the old flag applied.           *
      *                                                               *
      *****************************************************************
       01  security-record.
           03  sec-operator            PIC X(8).
      *  The password itself is never stored -- only its one-way
      *  custpwhs digest under the operator's own sec-pw-salt.
      *  See CUSTCNVH.CBL for the one-shot that hashed the plain
      *  passwords the older layout kept.
           03  sec-pw-hash             PIC X(16).
           03  sec-role                PIC X.
               88  sec-role-supervisor     VALUE "S".
               88  sec-role-manager        VALUE "M".
      *  change it regardless, which is how an administrative
      *  CUSTPWRS reset hands out a temporary password; and the
      *  history slots keep the last three passwords so the old
      *  one cannot come straight back -- as digests under the
      *  same salt, so a new password is hashed once and compared.
      *  All maintained by the shared custpwch keeper.
           03  sec-pw-changed          PIC 9(8).
           03  sec-pw-force            PIC X.
               88  sec-pw-must-change      VALUE "F".
           03  sec-pw-history.
               05  sec-pw-old OCCURS 3 PIC X(16).
      *  sec-pw-salt is set once, when the record is converted,
      *  and kept across password changes so the history digests
      *  stay comparable.
           03  sec-pw-salt             PIC X(8).
      *  Expansion space so the next short field this record needs
      *  can be carved out here without another file conversion.
           03  FILLER                  PIC X(10).
