      *> approval from a different operator holding this role runs
      *> the ON-ACTION paragraph - both identities audited.
               10  NODE-APPROVE-ROLE PIC X(20) VALUE SPACES.
      *> Key verification (VERIFY clause) - Text/Numeric input nodes
      *> only. Blank means a keyed value commits as typed. VERIFY
      *> (or VERIFY BLIND) holds the first keying back, unseen, and
      *> commits the value only when the same operator keys it again
      *> the same. VERIFY SECOND lets the value onto the screen but
      *> parks the next action in the key-verify queue until a
      *> second operator re-keys it blind in a verify pass (the
      *> KEYVERIFY key). Either way a mismatch commits nothing.
               10  NODE-VERIFY-MODE  PIC X(1)  VALUE SPACE.
                   88  NODE-VERIFY-BLIND  VALUE "B".
                   88  NODE-VERIFY-SECOND VALUE "S".
      *> Keyed-file pick list (LOOKUP clause) - Text/Numeric input
      *> nodes only. Names a keyed "key|value" file; the LOOKUP key
      *> pressed while the node is focused pops a numbered pick list
