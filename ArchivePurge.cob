           05  HstDeptNum   Pic X(5).
           05               Pic X.
           05  HstGross     Pic 9(7)V99.
           05  HstRest      Pic X(86).
       FD  HistArch.
       01  HistArchRec     Pic X(150).
       FD  HistKeep.
       01  HistKeepRec     Pic X(150).
       FD  AuditFile.
       01  AuditRec.
           05  AudDate     Pic X(8).
           05  AudRest     Pic X(112).
       FD  AuditArch.
       01  AuditArchRec    Pic X(120).
       FD  AuditKeep.
       01  AuditKeepRec    Pic X(120).
       FD  DistTaxFile.
       01  DistTaxRec.
           05  DxPeriodId  Pic X(6).
