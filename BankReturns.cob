      *      unverified so the next run cuts a check, NOC records correct the
      *      routing and account numbers and restart the prenote cycle, and
      *      prenote approvals mark the bank fields verified for live ACH.
      *      A record carrying an allocation sequence applies to that
      *      split-deposit account on the allocation file
      *      (lab5-deposit.dat) instead of the master bank fields, so
      *      each account runs its own prenote cycle.

       Identification Division.
       Program-Id. Lab6r.
                Record key is ClEmpNum
                Alternate record key is ClDeptNum with duplicates
                File Status is ClFileStatus.
           Select DepositFile
                Assign to "lab5-deposit.dat"
                Organization is indexed
                Access mode is dynamic
                Record key is DaKey
                File Status is DaFileStatus.
           Select ReturnsReport
                Assign to "lab6r-out.dat"
                Organization is line sequential.
           05  RtRouting     Pic X(9).
           05  RtAccount     Pic X(17).
           05  RtReason      Pic X(3).
           05  RtSeqX        Pic XX.
           05  RtSeq         Redefines RtSeqX Pic 99.
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
       FD  DepositFile.
       01  DepositRec.
           05  DaKey.
               10  DaEmpNum  Pic X(5).
               10  DaSeq     Pic 99.
           05  DaRouting     Pic X(9).
           05  DaAccount     Pic X(17).
           05  DaAcctType    Pic X.
           05  DaMethod      Pic X.
           05  DaAmount      Pic 9(7)V99.
           05  DaPercent     Pic 9(3)V99.
           05  DaStat        Pic X.
       FD  ReturnsReport.
       01  ReportRecord     Pic X(100).

       Working-Storage Section.
       01   EOF            Pic X Value "N".
       01   ClFileStatus   Pic XX.
       01   DaFileStatus   Pic XX.
       01   DepAvail       Pic X Value "N".
       01   DaFound        Pic X.
       01   WSDate.
            05  WSYr       Pic 9(4).
            05  WSMo       Pic 9(2).
            05  DtlText    Pic X(50).
            05             Pic X Value spaces.
            05  DtlReason  Pic X(3).
            05             Pic X Value spaces.
            05  DtlSeq     Pic XX.
       01   ErrorLine.
            05  ErrEmpNum  Pic X(5).
            05             Pic X Value spaces.
           Open input ReturnFile
                i-o CleanFile
                output ReturnsReport
           Open i-o DepositFile
           If DaFileStatus = "00"
               Move "Y" to DepAvail
           End-if

           Move WSMo to RhMo
           Move WSDay to RhDay
               Write ReportRecord from ErrorLine
                    after advancing 1 line
               Close ReturnFile CleanFile ReturnsReport
               If DepAvail = "Y"
                   Close DepositFile
               End-if
               Stop Run
           End-if

                after advancing 1 line

           Close ReturnFile CleanFile ReturnsReport
           If DepAvail = "Y"
               Close DepositFile
           End-if
           Stop Run.

       100-ApplyReturn.
                         after advancing 1 line
                    Add 1 to ErrorCount
                Not invalid key
                    Perform 110-ApplyToAccount
           End-read.

       110-ApplyToAccount.
           Move RtSeqX to DtlSeq
           If RtSeqX not = spaces
               Perform 150-FindAllocation
               If DaFound = "N"
                   Move RtEmpNum to ErrEmpNum
                   Move "Deposit allocation not on file" to ErrText
                   Write ReportRecord from ErrorLine
                        after advancing 1 line
                   Add 1 to ErrorCount
                   Exit paragraph
               End-if
           End-if
           Evaluate RtRecType
               When "R"
                   Perform 200-ApplyDepositReturn
               When "C"
                   Perform 300-ApplyNoc
               When "P"
                   Perform 400-ApplyPrenoteApproval
               When other
                   Move RtEmpNum to ErrEmpNum
                   Move "Invalid record type" to ErrText
                   Write ReportRecord from ErrorLine
                        after advancing 1 line
                   Add 1 to ErrorCount
           End-evaluate.

       150-FindAllocation.
           Move "N" to DaFound
           If DepAvail = "N" or RtSeqX is not numeric
               Exit paragraph
           End-if
           Move RtEmpNum to DaEmpNum
           Move RtSeq to DaSeq
           Read DepositFile
               Invalid key
                   Continue
               Not invalid key
                   Move "Y" to DaFound
           End-read.

       200-ApplyDepositReturn.
           If RtSeqX not = spaces
               Move "U" to DaStat
               Rewrite DepositRec
           Else
               Move "U" to ClBankStat
               Rewrite CleanRec
           End-if
           Add 1 to ReturnCount
           Move RtEmpNum to DtlEmpNum
           Move ClLastName to DtlName
                after advancing 1 line.

       300-ApplyNoc.
           If RtSeqX not = spaces
               If RtRouting not = spaces
                   Move RtRouting to DaRouting
               End-if
               If RtAccount not = spaces
                   Move RtAccount to DaAccount
               End-if
               Move "P" to DaStat
               Rewrite DepositRec
           Else
               If RtRouting not = spaces
                   Move RtRouting to ClRoutingNum
               End-if
               If RtAccount not = spaces
                   Move RtAccount to ClAccountNum
               End-if
               Move "P" to ClBankStat
               Rewrite CleanRec
           End-if
           Add 1 to NocCount
           Move RtEmpNum to DtlEmpNum
           Move ClLastName to DtlName
                after advancing 1 line.

       400-ApplyPrenoteApproval.
           If RtSeqX not = spaces
               Move "V" to DaStat
               Rewrite DepositRec
           Else
               Move "V" to ClBankStat
               Rewrite CleanRec
           End-if
           Add 1 to PrenoteCount
           Move RtEmpNum to DtlEmpNum
           Move ClLastName to DtlName
