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
       FD  CleanImage.
       01  CleanImageRec     Pic X(500).
       FD  YtdFile.
       01  YtdRec.
           05  YtdEmpNum     Pic X(5).
           05  YtdEmpSuta    Pic 9(7)V99.
           05  Ytd401kMatch  Pic 9(7)V99.
           05  YtdLastPostPd Pic X(6).
           05  YtdEeFica     Pic 9(7)V99.
           05  YtdEeMed      Pic 9(7)V99.
           05  YtdFedWages   Pic 9(9)V99.
           05  YtdFicaWages  Pic 9(9)V99.
           05  YtdCoCode     Pic X(2).
           05  YtdCoGross    Pic 9(9)V99.
           05  YtdCoFicaWages Pic 9(9)V99.
       FD  YtdImage.
       01  YtdImageRec       Pic X(200).
       FD  LeaveFile.
       01  LeaveRec.
           05  LvEmpNum    Pic X(5).
