                 EVALUATE TRUE
                 WHEN TLJ-IS-PAYMENT
                      ADD TLJ-AMOUNT TO YE-FIN-PAID (YE-SUB)
      *> A FINE FORGIVEN BY AN AMNESTY CAMPAIGN IS WAIVED ALL THE SAME
                 WHEN TLJ-IS-WAIVER
                 WHEN TLJ-IS-AMNESTY
                      ADD TLJ-AMOUNT TO YE-FIN-WAIVED (YE-SUB)
                 WHEN OTHER
                      CONTINUE
