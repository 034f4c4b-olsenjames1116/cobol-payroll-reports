           05  ClBenTier     Pic X.
           05  ClWcClass     Pic X(4).
           05  ClWorkState   Pic X(2).
           05  ClW4FilStat   Pic X.
           05  ClW4MultJob   Pic X.
           05  ClW4DepCredit Pic 9(5)V99.
           05  ClW4OthIncome Pic 9(7)V99.
           05  ClW4Deduct    Pic 9(7)V99.
           05  ClW4ExtraWh   Pic 9(5)V99.
           05  ClCoCode      Pic X(2).
       FD  StatementFile.
       01  StatementRec     Pic X(90).
       FD  DrawFile.
