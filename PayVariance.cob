           05  HstInsurance Pic 9(5)V99.
           05  HstGarnish   Pic 9(5)V999.
           05  HstNet       Pic 9(7)V99.
           05  HstEeFica    Pic 9(5)V99.
           05  HstEeMed     Pic 9(5)V99.
           05  HstFedWages  Pic 9(7)V99.
           05  HstFicaWages Pic 9(7)V99.
           05  HstCoCode    Pic X(2).
       FD  PayPeriodFile.
       01  PayPeriodRec.
           05  PpdId        Pic X(6).
