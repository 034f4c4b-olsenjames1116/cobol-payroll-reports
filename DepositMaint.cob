      *      James Olsen
      *      Direct deposit allocation maintenance.  An employee may
      *      split net pay across several bank accounts: each
      *      allocation, keyed on employee and sequence, names the
      *      routing and account number, checking or savings, and
      *      either a fixed amount, a percent of net pay, or the
      *      remainder.  Allocations are taken in sequence order by
      *      the payroll runs; whatever is left goes to the remainder
      *      account, or to the master bank account when none is set
      *      up.  Each account carries its own prenote status - a new
      *      or changed account is prenoted and pays by check until
      *      the bank run (Lab6r) marks it verified.
      *      Transactions follow the Lab5m pattern.  Every add,
      *      change, or delete is bank data, so it is held on the
      *      pending file and only applied when a second operator
      *      with approval and bank authority releases it (R) in a
      *      later run; a reject (X) drops it.  Both operator codes go
      *      on the audit lines.  The run ends with a list of the
      *      allocations not yet live for deposit.

       Identification Division.
       Program-Id. Lab5b.

       Environment Division.
       Input-Output Section.
       File-Control.
           Select DepositTrans
                Assign to "lab5b-trans.dat"
                Organization is line sequential
                File Status is DxFileStatus.
           Select DepositFile
                Assign to "lab5-deposit.dat"
                Organization is indexed
                Access mode is dynamic
                Record key is DaKey
                File Status is DaFileStatus.
           Select CleanFile
                Assign to "lab5-clean.dat"
                Organization is indexed
                Access mode is dynamic
                Record key is ClEmpNum
                Alternate record key is ClDeptNum with duplicates
                File Status is ClFileStatus.
           Select PendFile
                Assign to "lab5b-pending.dat"
                Organization is line sequential
                File Status is PnFileStatus.
           Select AuditLog
                Assign to "lab5m-audit.dat"
                Organization is line sequential
                File Status is AudFileStatus.
           Select DepositReport
                Assign to "lab5b-out.dat"
                Organization is line sequential.
           Select OperFile
                Assign to "lab5-operators.dat"
                Organization is line sequential
                File Status is OpFileStatus.

       Data Division.
       File Section.
       FD  DepositTrans.
       01  DepositTransRec.
           05  DxAction      Pic X.
           05  DxOperator    Pic X(3).
           05  DxEmpNum      Pic X(5).
           05  DxSeq         Pic 99.
           05  DxSeqX        Redefines DxSeq Pic XX.
           05  DxDetail.
               10  DxRouting     Pic X(9).
               10  DxAccount     Pic X(17).
               10  DxAcctType    Pic X.
               10  DxMethod      Pic X.
               10  DxAmount      Pic 9(7)V99.
               10  DxAmountX     Redefines DxAmount Pic X(9).
               10  DxPercent     Pic 9(3)V99.
               10  DxPercentX    Redefines DxPercent Pic X(5).
           05  DxRelease     Redefines DxDetail.
               10  DxPendSeqX    Pic X(5).
               10                Pic X(37).
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
       FD  CleanFile.
       01  CleanRec.
           05  ClRegionNum   Pic X(2).
           05  ClRegionName  Pic X(15).
           05  ClDeptNum     Pic X(5).
           05  ClDeptName    Pic X(30).
           05  ClEmpNum      Pic X(5).
           05  ClLastName    Pic X(20).
           05  ClFirstName   Pic X(15).
           05  ClGender      Pic X(1).
           05  ClStreet      Pic X(20).
           05  ClCityState   Pic X(20).
           05  ClJobTitle    Pic X(20).
           05  ClDOBYr       Pic 9(4).
           05  ClDOBMo       Pic 99.
           05  ClDOBDay      Pic 99.
           05  ClHireDate.
               10  ClHireYr      Pic 9(4).
               10  ClHireMo      Pic 99.
               10  ClHireDay     Pic 99.
           05  ClMaritalStat Pic X.
           05  ClNumDep      Pic 99.
           05  ClSchoolDist  Pic X(3).
           05  ClMedical     Pic X.
           05  ClDental      Pic X.
           05  ClVision      Pic X.
           05  Cl401k        Pic V999.
           05  ClPayCode     Pic X.
           05  ClPay         Pic 9(7)V99.
           05  ClHours       Pic 99V99.
           05  ClCommission  Pic V9(3).
           05  ClSales       Pic 9(7)V99.
           05  ClRoutingNum  Pic X(9).
           05  ClAccountNum  Pic X(17).
           05  ClGarnEntry OCCURS 3 TIMES.
               10  ClGarnType    Pic X.
               10  ClGarnPayee   Pic X(15).
               10  ClGarnAmount  Pic 9(5)V999.
           05  ClOtPlan      Pic X(1).
           05  ClEmpStatus   Pic X.
           05  ClTermDate.
               10  ClTermYr      Pic 9(4).
               10  ClTermMo      Pic 99.
               10  ClTermDay     Pic 99.
           05  ClBankStat    Pic X.
           05  ClEmpSsn      Pic X(9).
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
       FD  PendFile.
       01  PendRec.
           05  PnSeq       Pic 9(5).
           05              Pic X.
           05  PnEmpNum    Pic X(5).
           05              Pic X.
           05  PnOper      Pic X(3).
           05              Pic X.
           05  PnDate      Pic 9(8).
           05              Pic X.
           05  PnTime      Pic 9(6).
           05              Pic X.
           05  PnTrans     Pic X(53).
       FD  AuditLog.
       01  AuditRec     Pic X(120).
       FD  DepositReport.
       01  ReportRecord Pic X(100).
       FD  OperFile.
       01  OperRec.
           05  OprCode     Pic X(3).
           05  OprName     Pic X(20).
           05  OprAuth.
               10  OprAdd      Pic X.
               10  OprChange   Pic X.
               10  OprDelete   Pic X.
               10  OprPay      Pic X.
               10  OprBank     Pic X.
               10  OprGarn     Pic X.
               10  OprDepend   Pic X.
               10  OprReorg    Pic X.
               10  OprApprove  Pic X.

       Working-Storage Section.
       01   EOF            Pic X Value "N".
       01   DxFileStatus   Pic XX.
       01   DaFileStatus   Pic XX.
       01   ClFileStatus   Pic XX.
       01   PnFileStatus   Pic XX.
       01   AudFileStatus  Pic XX.
       01   CleanAvail     Pic X Value "N".
       01   ScanEOF        Pic X Value "N".
       01   PnEOF          Pic X Value "N".
       01   WSDate.
            05  WSYr       Pic 9(4).
            05  WSMo       Pic 9(2).
            05  WSDay      Pic 9(2).
       01   WSTime.
            05  WSHr       Pic 99.
            05  WSMin      Pic 99.
            05  WSSec      Pic 99.
            05  WSCC       Pic 99.
       01   AuditLine.
            05  AudDate      Pic 9(8).
            05               Pic X Value spaces.
            05  AudTime      Pic 9(6).
            05               Pic X Value spaces.
            05  AudOper      Pic X(3).
            05               Pic X Value spaces.
            05  AudEmpNum    Pic X(5).
            05               Pic X Value spaces.
            05  AudAction    Pic X(6).
            05               Pic X Value spaces.
            05  AudField     Pic X(12).
            05               Pic X Value spaces.
            05  AudBefore    Pic X(30).
            05               Pic X Value spaces.
            05  AudAfter     Pic X(30).
            05               Pic X Value spaces.
            05  AudAppr      Pic X(3) Value spaces.
       01   DdFieldName.
            05  DfLabel      Pic X(10).
            05  DfIdx        Pic 99.
       01   HoldAlloc.
            05  HRouting     Pic X(9).
            05  HAccount     Pic X(17).
            05  HAcctType    Pic X.
            05  HMethod      Pic X.
            05  HAmount      Pic 9(7)V99.
            05  HPercent     Pic 9(3)V99.
       01   EditAmt          Pic Z,ZZZ,ZZ9.99.
       01   EditPct          Pic ZZ9.99.
       01   EditOk           Pic X.
       01   OtherRemain      Pic 99 Value 0.
       01   OtherPercent     Pic 9(5)V99 Value 0.
       01   ScanKey          Pic X(5).
       01   AddCount       Pic 9(4) Value 0.
       01   ChangeCount    Pic 9(4) Value 0.
       01   DeleteCount    Pic 9(4) Value 0.
       01   ErrorCount     Pic 9(4) Value 0.
       01   NotLiveCount   Pic 9(4) Value 0.
       01   ReportHeadLine Pic X(60) Value "Direct Deposit " &
                          "Allocation Maintenance Run".
       01   BlankLine      Pic X Value spaces.
       01   ErrorLine.
            05  ErrEmpNum  Pic X(5).
            05             Pic X Value spaces.
            05  ErrSeq     Pic XX.
            05             Pic X Value spaces.
            05  ErrText    Pic X(50).
       01   AddTotalLine.
            05             Pic X(30) Value "Adds applied:".
            05  AddTotal   Pic ZZZ9.
       01   ChangeTotalLine.
            05             Pic X(30) Value "Changes applied:".
            05  ChangeTotal Pic ZZZ9.
       01   DeleteTotalLine.
            05             Pic X(30) Value "Deletes applied:".
            05  DeleteTotal Pic ZZZ9.
       01   ErrorTotalLine.
            05             Pic X(30) Value "Transactions in error:".
            05  ErrorTotal Pic ZZZ9.
       01   NotLiveHead    Pic X(56) Value
                     "Allocations not yet live for deposit:".
       01   NotLiveLine.
            05  NllEmpNum  Pic X(5).
            05             Pic X Value spaces.
            05  NllSeq     Pic 99.
            05             Pic X(2) Value spaces.
            05  NllRouting Pic X(9).
            05             Pic X Value spaces.
            05  NllAccount Pic X(17).
            05             Pic X Value spaces.
            05  NllType    Pic X.
            05             Pic X(2) Value spaces.
            05  NllText    Pic X(30).
       01   NotLiveTotalLine.
            05             Pic X(30) Value "Allocations not live:".
            05  NotLiveTotal Pic ZZZ9.
       01   OpFileStatus   Pic XX.
       01   OpEOF          Pic X Value "N".
       01   OperCount      Pic 999 Value 0.
       01   OperIdx        Pic 999.
       01   OperFound      Pic 999.
       01   OperTable.
            05  OperEntry OCCURS 100 TIMES.
                10  OtCode       Pic X(3).
                10  OtAuth.
                    15  OtAdd        Pic X.
                    15  OtChange     Pic X.
                    15  OtDelete     Pic X.
                    15  OtPay        Pic X.
                    15  OtBank       Pic X.
                    15  OtGarn       Pic X.
                    15  OtDepend     Pic X.
                    15  OtReorg      Pic X.
                    15  OtApprove    Pic X.
       01   WkOper         Pic X(3).
       01   PendTable.
            05  PendEntry OCCURS 200 TIMES.
                10  PtSeq        Pic 9(5).
                10  PtEmpNum     Pic X(5).
                10  PtOper       Pic X(3).
                10  PtDate       Pic 9(8).
                10  PtTime       Pic 9(6).
                10  PtTrans      Pic X(53).
                10  PtStatus     Pic X.
       01   PendCount        Pic 999 Value 0.
       01   PendIdx          Pic 999.
       01   PendNextSeq      Pic 9(5) Value 1.
       01   PendMatched      Pic 999.
       01   SaveTrans        Pic X(53).
       01   AprOper          Pic X(3).
       01   AprAction        Pic X.
       01   AprEmpNum        Pic X(5).
       01   AprSeqX          Pic X(5).
       01   AprSeq           Redefines AprSeqX Pic 9(5).
       01   PendRef.
            05               Pic X(4) Value "SEQ ".
            05  PrSeq        Pic 9(5).
            05               Pic X Value spaces.
            05  PrAction     Pic X.
            05               Pic X Value spaces.
            05  PrAllocSeq   Pic 99.
       01   HeldCount        Pic 9(4) Value 0.
       01   ReleaseCount     Pic 9(4) Value 0.
       01   RejectCount      Pic 9(4) Value 0.
       01   AwaitCount       Pic 9(4) Value 0.
       01   PendActLine.
            05  PalText      Pic X(20).
            05               Pic X(4) Value "seq ".
            05  PalSeq       Pic 9(5).
            05               Pic X(6) Value "  emp ".
            05  PalEmpNum    Pic X(5).
            05               Pic X(8) Value "  alloc ".
            05  PalAllocSeq  Pic XX.
            05               Pic X(13) Value "  entered by ".
            05  PalOper      Pic X(3).
            05               Pic X(11) Value "  approver ".
            05  PalAppr      Pic X(3).
       01   HeldTotalLine.
            05               Pic X(30) Value "Changes held:".
            05  HeldTotal    Pic ZZZ9.
       01   ReleaseTotalLine.
            05               Pic X(30) Value "Held changes released:".
            05  ReleaseTotal Pic ZZZ9.
       01   RejectTotalLine.
            05               Pic X(30) Value "Held changes rejected:".
            05  RejectTotal  Pic ZZZ9.
       01   AwaitTotalLine.
            05               Pic X(30) Value "Still awaiting approval:".
            05  AwaitTotal   Pic ZZZ9.

       Procedure Division.
       000-Main.
           Accept WSDate from date yyyymmdd
           Accept WSTime from time
           Move WSDate to AudDate
           Move WSHr to AudTime(1:2)
           Move WSMin to AudTime(3:2)
           Move WSSec to AudTime(5:2)

           Open input DepositTrans
                output DepositReport
           Perform 040-OpenDeposit
           Perform 045-OpenClean
           Perform 050-OpenAudit
           Perform 080-LoadOperators
           Perform 085-LoadPending

           Write ReportRecord from ReportHeadLine
                after advancing 1 line
           Write ReportRecord from BlankLine
                after advancing 1 line

           If OperCount = 0
               Move spaces to ErrEmpNum ErrSeq
               Move "Operator authority table not available - "
                   & "run aborted" to ErrText
               Write ReportRecord from ErrorLine
                    after advancing 1 line
               Close DepositTrans DepositFile AuditLog DepositReport
               If CleanAvail = "Y"
                   Close CleanFile
               End-if
               Display "LAB5B no operator authority table - run "
                       "refused"
               Move 12 to Return-Code
               Stop Run
           End-if

           If DxFileStatus = "00"
               Perform until EOF = "Y"
                   Read DepositTrans
                       At end
                           Move "Y" to EOF
                       Not at end
                           Perform 100-ApplyTrans
                   End-read
               End-perform
           End-if
           Perform 690-WritePending

           Move AddCount to AddTotal
           Move ChangeCount to ChangeTotal
           Move DeleteCount to DeleteTotal
           Move ErrorCount to ErrorTotal
           Move HeldCount to HeldTotal
           Move ReleaseCount to ReleaseTotal
           Move RejectCount to RejectTotal
           Move AwaitCount to AwaitTotal
           Write ReportRecord from BlankLine
                after advancing 1 line
           Write ReportRecord from AddTotalLine
                after advancing 1 line
           Write ReportRecord from ChangeTotalLine
                after advancing 1 line
           Write ReportRecord from DeleteTotalLine
                after advancing 1 line
           Write ReportRecord from HeldTotalLine
                after advancing 1 line
           Write ReportRecord from ReleaseTotalLine
                after advancing 1 line
           Write ReportRecord from RejectTotalLine
                after advancing 1 line
           Write ReportRecord from AwaitTotalLine
                after advancing 1 line
           Write ReportRecord from ErrorTotalLine
                after advancing 1 line

           Perform 700-NotLiveReport

           Close DepositTrans DepositFile AuditLog DepositReport
           If CleanAvail = "Y"
               Close CleanFile
           End-if
           Stop Run.

       040-OpenDeposit.
           Open I-O DepositFile
           If DaFileStatus = "35"
               Open Output DepositFile
               Close DepositFile
               Open I-O DepositFile
           End-if.

       045-OpenClean.
           Open input CleanFile
           If ClFileStatus = "00"
               Move "Y" to CleanAvail
           End-if.

       050-OpenAudit.
           Open extend AuditLog
           If AudFileStatus = "35"
               Open output AuditLog
               Close AuditLog
               Open extend AuditLog
           End-if.

      *    The authority table holds one record per operator: code,
      *    name, and a Y/N flag for each action (add, change, delete)
      *    and field group (pay rate, bank, garnishment, dependents,
      *    reorganization, and approval of held changes).
       080-LoadOperators.
           Open input OperFile
           If Not (OpFileStatus = "00")
               Close OperFile
               Exit paragraph
           End-if
           Perform until OpEOF = "Y"
               Read OperFile
                   At end
                       Move "Y" to OpEOF
                   Not at end
                       If OperCount < 100
                           Add 1 to OperCount
                           Move OprCode to OtCode(OperCount)
                           Move OprAuth to OtAuth(OperCount)
                       Else
                           Display "Operator table full - operator "
                                   OprCode " ignored"
                       End-if
               End-read
           End-perform
           Close OperFile.

       085-LoadPending.
           Open input PendFile
           If Not (PnFileStatus = "00")
               Close PendFile
               Exit paragraph
           End-if
           Perform until PnEOF = "Y"
               Read PendFile
                   At end
                       Move "Y" to PnEOF
                   Not at end
                       If PendCount >= 200
                           Display "LAB5B pending-approval table full"
                                   " - run refused"
                           Move 12 to Return-Code
                           Stop Run
                       End-if
                       Add 1 to PendCount
                       Move PnSeq to PtSeq(PendCount)
                       Move PnEmpNum to PtEmpNum(PendCount)
                       Move PnOper to PtOper(PendCount)
                       Move PnDate to PtDate(PendCount)
                       Move PnTime to PtTime(PendCount)
                       Move PnTrans to PtTrans(PendCount)
                       Move "P" to PtStatus(PendCount)
                       If PnSeq >= PendNextSeq
                           Compute PendNextSeq = PnSeq + 1
                       End-if
               End-read
           End-perform
           Close PendFile.

       110-FindOperator.
           Move 0 to OperFound
           Perform Varying OperIdx from 1 by 1
                   Until OperIdx > OperCount or OperFound > 0
               If OtCode(OperIdx) = WkOper
                   Move OperIdx to OperFound
               End-if
           End-perform.

       100-ApplyTrans.
           Move DxOperator to AudOper
           Move DxEmpNum to AudEmpNum
           Move spaces to AudAppr

           Move DxOperator to WkOper
           Perform 110-FindOperator
           If OperFound = 0
               Move "Rejected - operator not on authority table"
                   to ErrText
               Perform 900-WriteError
               Exit paragraph
           End-if
           If Not (OtBank(OperFound) = "Y")
               Move "Rejected - operator not authorized for bank "
                   & "data" to ErrText
               Perform 900-WriteError
               Exit paragraph
           End-if

           Evaluate DxAction
                When "A"
                When "C"
                When "D"
                    Perform 150-EditTrans
                    If EditOk = "Y"
                        Perform 500-HoldPending
                    End-if
                When "R"
                When "X"
                    If Not (OtApprove(OperFound) = "Y")
                        Move "Rejected - operator not authorized to "
                            & "approve" to ErrText
                        Perform 900-WriteError
                    Else
                        Perform 600-ActOnPending
                    End-if
                When other
                    Move "Invalid action code" to ErrText
                    Perform 900-WriteError
           End-evaluate.

      *    Edits run when the change is keyed so a bad one never sits
      *    waiting for approval; the file-dependent checks run again
      *    at release since the file may have moved in between.
       150-EditTrans.
           Move "N" to EditOk
           If DxSeqX is not numeric or DxSeq = 0
               Move "Rejected - allocation sequence not 01-99"
                   to ErrText
               Perform 900-WriteError
               Exit paragraph
           End-if
           If CleanAvail = "Y"
               Move DxEmpNum to ClEmpNum
               Read CleanFile
                   Invalid key
                       Move "Rejected - employee not on clean master"
                           to ErrText
                       Perform 900-WriteError
                       Exit paragraph
               End-read
           End-if
           If DxAction = "A"
               If DxRouting = spaces or DxAccount = spaces
                       or DxMethod = spaces
                   Move "Add rejected - routing, account, and method "
                       & "required" to ErrText
                   Perform 900-WriteError
                   Exit paragraph
               End-if
           End-if
           If DxAction = "A" or DxAction = "C"
               Perform 160-EditFields
               If ErrText not = spaces
                   Perform 900-WriteError
                   Exit paragraph
               End-if
           End-if
           Move "Y" to EditOk.

       160-EditFields.
           Move spaces to ErrText
           If DxRouting not = spaces and DxRouting is not numeric
               Move "Rejected - routing number not numeric"
                   to ErrText
               Exit paragraph
           End-if
           If Not (DxAcctType = spaces or DxAcctType = "C"
                   or DxAcctType = "S")
               Move "Rejected - account type must be C or S"
                   to ErrText
               Exit paragraph
           End-if
           If Not (DxMethod = spaces or DxMethod = "A"
                   or DxMethod = "P" or DxMethod = "R")
               Move "Rejected - method must be A, P, or R" to ErrText
               Exit paragraph
           End-if
           If DxAmountX not = spaces and DxAmountX is not numeric
               Move "Rejected - amount not numeric" to ErrText
               Exit paragraph
           End-if
           If DxPercentX not = spaces
               If DxPercentX is not numeric
                   Move "Rejected - percent not numeric" to ErrText
                   Exit paragraph
               End-if
               If DxPercent > 100
                   Move "Rejected - percent over 100" to ErrText
                   Exit paragraph
               End-if
           End-if
           If DxMethod = "A"
               If DxAmountX = spaces or DxAmount = 0
                   Move "Rejected - fixed amount required" to ErrText
               End-if
           End-if
           If DxMethod = "P"
               If DxPercentX = spaces or DxPercent = 0
                   Move "Rejected - percent required" to ErrText
               End-if
           End-if.

      *    Only one remainder account per employee, and the percent
      *    allocations may not add up past the whole of net pay.
       170-CheckSplit.
           Move 0 to OtherRemain OtherPercent
           Move "N" to ScanEOF
           Move DxEmpNum to ScanKey
           Move DxEmpNum to DaEmpNum
           Move 0 to DaSeq
           Start DepositFile key not < DaKey
               Invalid key
                   Move "Y" to ScanEOF
           End-start
           Perform 175-ReadSplitNext until ScanEOF = "Y".

       175-ReadSplitNext.
           Read DepositFile next
               At end
                   Move "Y" to ScanEOF
               Not at end
                   If DaEmpNum not = ScanKey
                       Move "Y" to ScanEOF
                   Else
                       If DaSeq not = DxSeq
                           If DaMethod = "R"
                               Add 1 to OtherRemain
                           End-if
                           If DaMethod = "P"
                               Add DaPercent to OtherPercent
                           End-if
                       End-if
                   End-if
           End-read.

       200-AddAllocation.
           Perform 170-CheckSplit
           If DxMethod = "R" and OtherRemain > 0
               Move "Release rejected - remainder account already "
                   & "set" to ErrText
               Exit paragraph
           End-if
           If DxMethod = "P" and OtherPercent + DxPercent > 100
               Move "Release rejected - percents exceed 100"
                   to ErrText
               Exit paragraph
           End-if
           Move spaces to DepositRec
           Move DxEmpNum to DaEmpNum
           Move DxSeq to DaSeq
           Move DxRouting to DaRouting
           Move DxAccount to DaAccount
           Move DxAcctType to DaAcctType
           If DaAcctType = spaces
               Move "C" to DaAcctType
           End-if
           Move DxMethod to DaMethod
           Move 0 to DaAmount DaPercent
           If DxMethod = "A"
               Move DxAmount to DaAmount
           End-if
           If DxMethod = "P"
               Move DxPercent to DaPercent
           End-if
           Move "P" to DaStat
           Write DepositRec
                Invalid key
                    Move "Release rejected - allocation already on "
                        & "file" to ErrText
                Not invalid key
                    Add 1 to AddCount
                    Move "ADD" to AudAction
                    Move DxSeq to DfIdx
                    Move "DD ACCT" to DfLabel
                    Move DdFieldName to AudField
                    Move spaces to AudBefore
                    Move DaAccount to AudAfter
                    Perform 800-WriteAudit
           End-write.

       300-ChangeAllocation.
           Perform 170-CheckSplit
           Move DxEmpNum to DaEmpNum
           Move DxSeq to DaSeq
           Read DepositFile
                Invalid key
                    Move "Release rejected - allocation not on file"
                        to ErrText
                Not invalid key
                    Move DaRouting to HRouting
                    Move DaAccount to HAccount
                    Move DaAcctType to HAcctType
                    Move DaMethod to HMethod
                    Move DaAmount to HAmount
                    Move DaPercent to HPercent
                    If DxMethod not = spaces
                        Move DxMethod to DaMethod
                    End-if
                    If DxPercentX not = spaces
                        Move DxPercent to DaPercent
                    End-if
                    If DaMethod = "R" and OtherRemain > 0
                        Move "Release rejected - remainder account "
                            & "already set" to ErrText
                    End-if
                    If DaMethod = "P"
                            and OtherPercent + DaPercent > 100
                        Move "Release rejected - percents exceed 100"
                            to ErrText
                    End-if
                    If ErrText = spaces
                        Move "CHANGE" to AudAction
                        Perform 320-ApplyFields
                        Rewrite DepositRec
                        Add 1 to ChangeCount
                    End-if
           End-read.

      *    A new routing or account number has to go through the
      *    prenote cycle again before money is sent to it.
       320-ApplyFields.
           Move DxSeq to DfIdx
           Move HMethod to DaMethod
           Move HPercent to DaPercent

           If DxRouting not = spaces and DxRouting not = DaRouting
               Move "DD RTN" to DfLabel
               Move DdFieldName to AudField
               Move HRouting to AudBefore
               Move DxRouting to AudAfter
               Perform 800-WriteAudit
               Move DxRouting to DaRouting
               Move "P" to DaStat
           End-if

           If DxAccount not = spaces and DxAccount not = DaAccount
               Move "DD ACCT" to DfLabel
               Move DdFieldName to AudField
               Move HAccount to AudBefore
               Move DxAccount to AudAfter
               Perform 800-WriteAudit
               Move DxAccount to DaAccount
               Move "P" to DaStat
           End-if

           If DxAcctType not = spaces and DxAcctType not = DaAcctType
               Move "DD TYPE" to DfLabel
               Move DdFieldName to AudField
               Move HAcctType to AudBefore
               Move DxAcctType to AudAfter
               Perform 800-WriteAudit
               Move DxAcctType to DaAcctType
               Move "P" to DaStat
           End-if

           If DxMethod not = spaces and DxMethod not = DaMethod
               Move "DD METHOD" to DfLabel
               Move DdFieldName to AudField
               Move HMethod to AudBefore
               Move DxMethod to AudAfter
               Perform 800-WriteAudit
               Move DxMethod to DaMethod
               If DaMethod not = "A"
                   Move 0 to DaAmount
               End-if
               If DaMethod not = "P"
                   Move 0 to DaPercent
               End-if
           End-if

           If DxAmountX not = spaces and DxAmount not = DaAmount
               Move "DD AMT" to DfLabel
               Move DdFieldName to AudField
               Move HAmount to EditAmt
               Move EditAmt to AudBefore
               Move DxAmount to EditAmt
               Move EditAmt to AudAfter
               Perform 800-WriteAudit
               Move DxAmount to DaAmount
           End-if

           If DxPercentX not = spaces and DxPercent not = DaPercent
               Move "DD PCT" to DfLabel
               Move DdFieldName to AudField
               Move HPercent to EditPct
               Move EditPct to AudBefore
               Move DxPercent to EditPct
               Move EditPct to AudAfter
               Perform 800-WriteAudit
               Move DxPercent to DaPercent
           End-if.

       400-DeleteAllocation.
           Move DxEmpNum to DaEmpNum
           Move DxSeq to DaSeq
           Read DepositFile
                Invalid key
                    Move "Release rejected - allocation not on file"
                        to ErrText
                Not invalid key
                    Move "DELETE" to AudAction
                    Move DxSeq to DfIdx
                    Move "DD ACCT" to DfLabel
                    Move DdFieldName to AudField
                    Move DaAccount to AudBefore
                    Move "DELETED" to AudAfter
                    Perform 800-WriteAudit
                    Delete DepositFile record
                    Add 1 to DeleteCount
           End-read.

       500-HoldPending.
           If PendCount >= 200
               Move "Change dropped - pending table full" to ErrText
               Perform 900-WriteError
               Exit paragraph
           End-if
           Add 1 to PendCount
           Move PendNextSeq to PtSeq(PendCount)
           Add 1 to PendNextSeq
           Move DxEmpNum to PtEmpNum(PendCount)
           Move DxOperator to PtOper(PendCount)
           Move WSDate to PtDate(PendCount)
           Move AudTime to PtTime(PendCount)
           Move DepositTransRec to PtTrans(PendCount)
           Move "N" to PtStatus(PendCount)
           Add 1 to HeldCount

           Move PendCount to PendIdx
           Move "HOLD" to AudAction
           Move spaces to AudBefore AudAppr
           Perform 520-WritePendAudit
           Move "Held for approval" to PalText
           Perform 530-WritePendLine.

       520-WritePendAudit.
           Move "PENDING" to AudField
           Move PtSeq(PendIdx) to PrSeq
           Move PtTrans(PendIdx)(1:1) to PrAction
           Move PtTrans(PendIdx)(10:2) to PrAllocSeq
           Move PendRef to AudAfter
           Perform 800-WriteAudit.

       530-WritePendLine.
           Move PtSeq(PendIdx) to PalSeq
           Move PtEmpNum(PendIdx) to PalEmpNum
           Move PtTrans(PendIdx)(10:2) to PalAllocSeq
           Move PtOper(PendIdx) to PalOper
           Move AudAppr to PalAppr
           Write ReportRecord from PendActLine
                after advancing 1 line.

      *    A release (R) or reject (X) names the employee and, if only
      *    one of several held changes is meant, its sequence number.
      *    The approver must be a different operator from the one who
      *    keyed the change.
       600-ActOnPending.
           Move DepositTransRec to SaveTrans
           Move DxOperator to AprOper
           Move DxAction to AprAction
           Move DxEmpNum to AprEmpNum
           Move DxPendSeqX to AprSeqX
           If AprSeqX not = spaces and AprSeqX is not numeric
               Move "Approval rejected - sequence number not numeric"
                   to ErrText
               Perform 900-WriteError
               Exit paragraph
           End-if
           Move 0 to PendMatched
           Perform 610-ActOnEntry
               Varying PendIdx from 1 by 1
               Until PendIdx > PendCount
           If PendMatched = 0
               Move "Approval rejected - nothing held for employee"
                   to ErrText
               Perform 900-WriteError
           End-if.

       610-ActOnEntry.
           If Not (PtStatus(PendIdx) = "P")
                   or Not (PtEmpNum(PendIdx) = AprEmpNum)
               Exit paragraph
           End-if
           If AprSeqX not = spaces
               If Not (PtSeq(PendIdx) = AprSeq)
                   Exit paragraph
               End-if
           End-if
           Add 1 to PendMatched
           If PtOper(PendIdx) = AprOper
               Move "Approval rejected - approver keyed the change"
                   to ErrText
               Perform 900-WriteError
               Exit paragraph
           End-if

           Move PtOper(PendIdx) to AudOper
           Move AprOper to AudAppr
           If AprAction = "R"
               Perform 620-ReleaseEntry
           Else
               Move "J" to PtStatus(PendIdx)
               Add 1 to RejectCount
               Move "REJECT" to AudAction
               Move spaces to AudBefore
               Perform 520-WritePendAudit
               Move "Rejected" to PalText
               Perform 530-WritePendLine
           End-if
           Move AprOper to AudOper
           Move spaces to AudAppr.

       620-ReleaseEntry.
           Move PtTrans(PendIdx) to DepositTransRec
           Move spaces to ErrText
           Evaluate DxAction
               When "A"
                   Perform 200-AddAllocation
               When "C"
                   Perform 300-ChangeAllocation
               When "D"
                   Perform 400-DeleteAllocation
           End-evaluate
           If ErrText not = spaces
               Perform 900-WriteError
               Move "J" to PtStatus(PendIdx)
               Add 1 to RejectCount
               Move "REJECT" to AudAction
               Move spaces to AudBefore
               Perform 520-WritePendAudit
               Move "Rejected on release" to PalText
               Perform 530-WritePendLine
           Else
               Move "R" to PtStatus(PendIdx)
               Add 1 to ReleaseCount
               Move "APPROV" to AudAction
               Move spaces to AudBefore
               Perform 520-WritePendAudit
               Move "Released" to PalText
               Perform 530-WritePendLine
           End-if
           Move SaveTrans to DepositTransRec.

      *    Released and rejected changes drop off; everything still
      *    waiting, including what this run held, is written back.
       690-WritePending.
           Open output PendFile
           Perform 695-WritePendEntry
               Varying PendIdx from 1 by 1
               Until PendIdx > PendCount
           Close PendFile.

       695-WritePendEntry.
           If PtStatus(PendIdx) = "P" or PtStatus(PendIdx) = "N"
               Move spaces to PendRec
               Move PtSeq(PendIdx) to PnSeq
               Move PtEmpNum(PendIdx) to PnEmpNum
               Move PtOper(PendIdx) to PnOper
               Move PtDate(PendIdx) to PnDate
               Move PtTime(PendIdx) to PnTime
               Move PtTrans(PendIdx) to PnTrans
               Write PendRec
               Add 1 to AwaitCount
           End-if.

      *    Accounts still in the prenote cycle, or flagged by a bank
      *    return, are paid by check until Lab6r verifies them.
       700-NotLiveReport.
           Write ReportRecord from BlankLine
                after advancing 1 line
           Write ReportRecord from NotLiveHead
                after advancing 1 line
           Move "N" to ScanEOF
           Move low-values to DaKey
           Start DepositFile key not < DaKey
               Invalid key
                   Move "Y" to ScanEOF
           End-start
           Perform 710-ReadDepositNext until ScanEOF = "Y"
           Move NotLiveCount to NotLiveTotal
           Write ReportRecord from NotLiveTotalLine
                after advancing 1 line.

       710-ReadDepositNext.
           Read DepositFile next
               At end
                   Move "Y" to ScanEOF
               Not at end
                   If Not (DaStat = "V")
                       Add 1 to NotLiveCount
                       Move DaEmpNum to NllEmpNum
                       Move DaSeq to NllSeq
                       Move DaRouting to NllRouting
                       Move DaAccount to NllAccount
                       Move DaAcctType to NllType
                       If DaStat = "U"
                           Move "Returned - unverified"
                               to NllText
                       Else
                           Move "Awaiting prenote" to NllText
                       End-if
                       Write ReportRecord from NotLiveLine
                            after advancing 1 line
                   End-if
           End-read.

       800-WriteAudit.
           Write AuditRec from AuditLine.

       900-WriteError.
           Add 1 to ErrorCount
           Move DxEmpNum to ErrEmpNum
           Move DxSeqX to ErrSeq
           Write ReportRecord from ErrorLine
                after advancing 1 line.
