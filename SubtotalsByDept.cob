           05  BpErShare    Pic 9(5)V99.
           05  BpEffDate    Pic 9(8).
           05  BpExpDate    Pic 9(8).
           05  BpPreTax     Pic X.

       Working-Storage Section.
       01   EOF         Pic X Value "N".
