      * Nightly trial balance: proves accounts.dat against the       *
      * transaction ledger. The job replays ledger.dat once, keeping *
      * a running balance per account seeded from the account's      *
      * first ledger entry (from zero when that entry is the OPENING *
      * posting made when the account was opened, so the whole       *
      * history proves), and checks every entry's recorded running   *
      * balance against the replayed figure (a break means a posting *
      * half-completed). It then compares each account's final       *
      * replayed balance with account-balance on accounts.dat.       *
      * Differences go to trial_balance_exceptions.txt and the job   *
      * ends with a non-zero return code when any exception was      *
      * written, same as the reconciliation report, so operations    *
                   MOVE ledger-amount TO signed-amount
               WHEN "REVERSAL"
                   MOVE ledger-amount TO signed-amount
               WHEN "OPENING"
                   MOVE ledger-amount TO signed-amount
               WHEN "LOAN-ADVANCE"
                   MOVE ledger-amount TO signed-amount
               WHEN "EXT-CREDIT"
                   MOVE ledger-amount TO signed-amount
               WHEN "WITHDRAWAL"
                   COMPUTE signed-amount = 0 - ledger-amount
               WHEN "TRANSFER-OUT"
                   COMPUTE signed-amount = 0 - ledger-amount
               WHEN "REVERSAL-DR"
                   COMPUTE signed-amount = 0 - ledger-amount
               WHEN "FEE"
                   COMPUTE signed-amount = 0 - ledger-amount
               WHEN "CHEQUE"
                   COMPUTE signed-amount = 0 - ledger-amount
               WHEN "LOAN-REPAY"
                   COMPUTE signed-amount = 0 - ledger-amount
               WHEN "EXT-PAYMENT"
                   COMPUTE signed-amount = 0 - ledger-amount
               WHEN "WHT"
                   COMPUTE signed-amount = 0 - ledger-amount
               WHEN OTHER
                   MOVE 0 TO signed-amount
           END-EVALUATE
                   MOVE account-count TO bal-index
                   MOVE ledger-account-number
                       TO bt-account(bal-index)
                   IF ledger-type = "OPENING"
                       MOVE 0 TO bt-balance(bal-index)
                       SET bal-found TO TRUE
                   ELSE
                       MOVE ledger-running-balance
                           TO bt-balance(bal-index)
                   END-IF
               ELSE
                   SET table-full TO TRUE
               END-IF
