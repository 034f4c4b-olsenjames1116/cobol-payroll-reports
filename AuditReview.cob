           05  AudBefore    Pic X(30).
           05               Pic X.
           05  AudAfter     Pic X(30).
           05               Pic X.
           05  AudAppr      Pic X(3).
       FD  CleanFile.
       01  CleanRec.
           05  ClRegionNum   Pic X(2).
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
       FD  ParmFile.
       01  ParmRec.
           05  PmPayPct     Pic 9(3).
           If AudAction = "CHANGE" and EmpOnFile = "Y"
                   and ClEmpStatus = "T"
               If Not (AudField = "EMP STATUS" and AudAfter = "T")
                       and Not (AudField = "TERM REASON")
                   Move "Change made to terminated employee"
                       to WkExText
                   Perform 290-PostException
