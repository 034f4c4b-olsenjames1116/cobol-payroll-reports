      *      James Olsen
      *      Month-end accrued PTO liability.  Values every positive
      *      PTO balance on the leave master at the employee's current
      *      rate from the clean master (hourly pay, or salary over
      *      2080 hours, the way Lab6f cashes PTO out), lists it by
      *      region and department with last month's valuation beside
      *      it, and writes the month's change per department as a GL
      *      accrual in the register's GLRec layout (lab6p-gl.dat), so
      *      it posts with the rest of payroll instead of being
      *      estimated by hand at the close.  Each month's valuation
      *      by department is kept on lab6p-liab.dat; a rerun for the
      *      same period replaces that period's rows.  A department
      *      with a balance last month and none now has its accrual
      *      reversed in full.

       Identification Division.
       Program-Id. Lab6p.

       Environment Division.
       Input-Output Section.
       File-Control.
           Select CleanFile
                Assign to "lab5-clean.dat"
                Organization is indexed
                Access mode is dynamic
                Record key is ClEmpNum
                Alternate record key is ClDeptNum with duplicates
                File Status is ClFileStatus.
           Select LeaveFile
                Assign to "lab10a-leave.dat"
                Organization is indexed
                Access mode is dynamic
                Record key is LvEmpNum
                File Status is LvFileStatus.
           Select PayPeriodFile
                Assign to "payperiod.dat"
                Organization is line sequential
                File Status is PpdFileStatus.
           Select LiabHistFile
                Assign to "lab6p-liab.dat"
                Organization is line sequential
                File Status is LhFileStatus.
           Select LiabWorkFile
                Assign to "lab6p-liabwork.dat"
                Organization is line sequential.
           Select ValWork
                Assign to "lab6p-valwork.dat"
                Organization is line sequential.
           Select TempVal
                Assign to disk.
           Select SortedVal
                Assign to "lab6p-valsorted.dat"
                Organization is line sequential.
           Select LiabReport
                Assign to "lab6p-out.dat"
                Organization is line sequential.
           Select GLFile
                Assign to "lab6p-gl.dat"
                Organization is line sequential.

       Data Division.
       File Section.
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
       FD  LeaveFile.
       01  LeaveRec.
           05  LvEmpNum    Pic X(5).
           05  LvPtoBal    Pic S9(4)V99.
           05  LvSickBal   Pic S9(4)V99.
       FD  PayPeriodFile.
       01  PayPeriodRec.
           05  PpdId        Pic X(6).
           05  PpdStartDate Pic 9(8).
           05  PpdEndDate   Pic 9(8).
           05  PpdStatus    Pic X.
       FD  LiabHistFile.
       01  LiabHistRec.
           05  LhPeriodId   Pic X(6).
           05               Pic X.
           05  LhRegion     Pic X(2).
           05               Pic X.
           05  LhDept       Pic X(5).
           05               Pic X.
           05  LhCoCode     Pic X(2).
           05               Pic X.
           05  LhHours      Pic 9(7)V99.
           05               Pic X.
           05  LhAmount     Pic 9(9)V99.
       FD  LiabWorkFile.
       01  LiabWorkRec      Pic X(40).
       FD  ValWork.
       01  ValWorkRec.
           05  VwRegion     Pic X(2).
           05  VwDept       Pic X(5).
           05  VwCoCode     Pic X(2).
           05  VwEmpNum     Pic X(5).
           05  VwRegionName Pic X(15).
           05  VwDeptName   Pic X(20).
           05  VwName       Pic X(20).
           05  VwStatus     Pic X.
           05  VwHours      Pic 9(4)V99.
           05  VwRate       Pic 9(5)V9999.
           05  VwAmount     Pic 9(7)V99.
       SD  TempVal.
       01  TempValRec.
           05  TvRegion     Pic X(2).
           05  TvDept       Pic X(5).
           05  TvCoCode     Pic X(2).
           05  TvEmpNum     Pic X(5).
           05               Pic X(80).
       FD  SortedVal.
       01  SortedValRec.
           05  SvRegion     Pic X(2).
           05  SvDept       Pic X(5).
           05  SvCoCode     Pic X(2).
           05  SvEmpNum     Pic X(5).
           05  SvRegionName Pic X(15).
           05  SvDeptName   Pic X(20).
           05  SvName       Pic X(20).
           05  SvStatus     Pic X.
           05  SvHours      Pic 9(4)V99.
           05  SvRate       Pic 9(5)V9999.
           05  SvAmount     Pic 9(7)V99.
       FD  LiabReport.
       01  ReportRecord     Pic X(132).
       FD  GLFile.
       01  GLRec.
           05  GLDeptNum    Pic X(5).
           05               Pic X.
           05  GLAcctCode   Pic X(4).
           05               Pic X.
           05  GLAcctDesc   Pic X(20).
           05               Pic X.
           05  GLAmount     Pic 9(9)V99.
           05               Pic X.
           05  GLCoCode     Pic X(2).

       Working-Storage Section.
       01   CleanEOF       Pic X Value "N".
       01   HistEOF        Pic X Value "N".
       01   WorkEOF        Pic X Value "N".
       01   ValEOF         Pic X Value "N".
       01   ClFileStatus   Pic XX.
       01   LvFileStatus   Pic XX.
       01   PpdFileStatus  Pic XX.
       01   LhFileStatus   Pic XX.
       01   WSDate.
            05  WSYr       Pic 9(4).
            05  WSMo       Pic 99.
            05  WSDay      Pic 99.
       01   CurrentPd      Pic X(6) Value spaces.
       01   PriorPd        Pic X(6) Value spaces.
       01   ReplacedCount  Pic 9(5) Value 0.
       01   HourlyRate     Pic 9(5)V9999 Value 0.
       01   PriorTable.
            05  PriorEntry OCCURS 500 TIMES.
                10  PtDept       Pic X(5).
                10  PtCoCode     Pic X(2).
                10  PtRegion     Pic X(2).
                10  PtHours      Pic 9(7)V99.
                10  PtAmount     Pic 9(9)V99.
                10  PtUsed       Pic X.
       01   PriorCount     Pic 999 Value 0.
       01   PriorIdx       Pic 999.
       01   PriorFound     Pic 999.
       01   PriorDrops     Pic 9(5) Value 0.
       01   CurRegion      Pic X(2) Value spaces.
       01   CurDept        Pic X(5) Value spaces.
       01   CurCoCode      Pic X(2) Value spaces.
       01   ValStarted     Pic X Value "N".
       01   DeptHours      Pic 9(7)V99 Value 0.
       01   DeptAmount     Pic 9(9)V99 Value 0.
       01   DeptPrior      Pic 9(9)V99 Value 0.
       01   RegHours       Pic 9(7)V99 Value 0.
       01   RegAmount      Pic 9(9)V99 Value 0.
       01   RegPrior       Pic 9(9)V99 Value 0.
       01   CoHours        Pic 9(7)V99 Value 0.
       01   CoAmount       Pic 9(9)V99 Value 0.
       01   CoPrior        Pic 9(9)V99 Value 0.
       01   ChangeAmt      Pic S9(9)V99 Value 0.
       01   GlDept         Pic X(5).
       01   GlCo           Pic X(2).
       01   GlCount        Pic 9(5) Value 0.
       01   EmpCount       Pic 9(5) Value 0.
       01   NoLeaveCount   Pic 9(5) Value 0.
       01   NoPeriodLine   Pic X(60) Value
                     "*** No current pay period - " &
                     "valuation not run ***".
       01   NoMasterLine   Pic X(62) Value
                     "*** Employee or leave master not available - " &
                     "run aborted ***".
       01   ReportHeadLine.
            05  RhMo       Pic Z9.
            05             Pic X Value "/".
            05  RhDay      Pic 99.
            05             Pic X Value "/".
            05  RhYr       Pic 9(4).
            05             Pic X(5) Value spaces.
            05             Pic X(40) Value "Accrued PTO Liability " &
                                           "Valuation".
       01   PeriodLine.
            05             Pic X(8) Value "Period: ".
            05  PlPeriod   Pic X(6).
            05             Pic X(19) Value "     compared with ".
            05  PlPrior    Pic X(6).
       01   BlankLine      Pic X Value spaces.
       01   ColumnHead.
            05             Pic X(6) Value spaces.
            05             Pic X(7) Value "Emp #".
            05             Pic X(22) Value "Employee".
            05             Pic X(4) Value "St".
            05             Pic X(10) Value " PTO Hours".
            05             Pic X(13) Value "    Hrly Rate".
            05             Pic X(15) Value "          Value".
            05             Pic X(15) Value "     Last Month".
            05             Pic X(16) Value "          Change".
       01   RegionLine.
            05             Pic X(8) Value "Region  ".
            05  RlRegion   Pic X(2).
            05             Pic X(2) Value spaces.
            05  RlName     Pic X(15).
       01   DeptLine.
            05             Pic X(3) Value spaces.
            05             Pic X(6) Value "Dept  ".
            05  DlDept     Pic X(5).
            05             Pic X(2) Value spaces.
            05  DlName     Pic X(20).
            05             Pic X(10) Value "  Company ".
            05  DlCoCode   Pic X(2).
       01   DetailLine.
            05             Pic X(6) Value spaces.
            05  DtEmpNum   Pic X(5).
            05             Pic X(2) Value spaces.
            05  DtName     Pic X(20).
            05             Pic X(2) Value spaces.
            05  DtStatus   Pic X.
            05             Pic X(3) Value spaces.
            05  DtHours    Pic ZZZ,ZZ9.99.
            05             Pic X(2) Value spaces.
            05  DtRate     Pic ZZ,ZZ9.9999.
            05             Pic X Value spaces.
            05  DtAmount   Pic $$$,$$$,$$9.99.
       01   TotalLine.
            05             Pic X(6) Value spaces.
            05  TlLabel    Pic X(30).
            05             Pic X(2) Value spaces.
            05  TlHours    Pic ZZZZ,ZZ9.99.
            05             Pic X(14) Value spaces.
            05  TlAmount   Pic $$$,$$$,$$9.99.
            05             Pic X Value spaces.
            05  TlPrior    Pic $$$,$$$,$$9.99.
            05             Pic X Value spaces.
            05  TlChange   Pic $$$,$$$,$$9.99-.
       01   GoneHead       Pic X(60) Value
                     "Departments with a balance last month " &
                     "and none now".
       01   CountLine.
            05             Pic X(6) Value spaces.
            05  CntLabel   Pic X(40).
            05  CntValue   Pic ZZ,ZZ9.
       01   PriorDropLine.
            05             Pic X(4) Value "*** ".
            05  PdCount    Pic ZZ,ZZ9.
            05             Pic X(55) Value " prior-month rows NOT " &
                               "compared - table full ***".

       Procedure Division.
       000-Main.
           Perform 050-GetPeriod

      *    The masters are checked before the history is touched, so
      *    a refused run leaves last month's valuation in place.
           Open input CleanFile LeaveFile
                output LiabReport GLFile ValWork
           If Not (ClFileStatus = "00" and LvFileStatus = "00")
               Write ReportRecord from NoMasterLine
                    after advancing 1 line
               Close CleanFile LeaveFile LiabReport GLFile ValWork
               Move 12 to Return-Code
               Stop Run
           End-if
           Perform 100-CarryHistory

           Perform until CleanEOF = "Y"
               Read CleanFile next
                   At end
                       Move "Y" to CleanEOF
                   Not at end
                       Perform 200-ValueEmployee
               End-read
           End-perform
           Close CleanFile LeaveFile ValWork

           Sort TempVal
               on ascending key TvRegion TvDept TvCoCode TvEmpNum
               using ValWork
               giving SortedVal

           Move WSMo to RhMo
           Move WSDay to RhDay
           Move WSYr to RhYr
           Write ReportRecord from ReportHeadLine
                after advancing 1 line
           Move CurrentPd to PlPeriod
           Move PriorPd to PlPrior
           Write ReportRecord from PeriodLine
                after advancing 1 line
           Write ReportRecord from BlankLine
                after advancing 1 line
           Write ReportRecord from ColumnHead
                after advancing 1 line

           Open input SortedVal
           Perform until ValEOF = "Y"
               Read SortedVal
                   At end
                       Move "Y" to ValEOF
                       Perform 410-DeptBreak
                       Perform 420-RegionBreak
                   Not at end
                       Perform 400-TakeValuation
               End-read
           End-perform
           Close SortedVal

           Perform 500-PrintGone
           Perform 600-PrintTotals

           Close LiabReport GLFile LiabHistFile
           Stop Run.

      *    The month being closed is the current pay period; without
      *    one there is nothing to key the valuation to.
       050-GetPeriod.
           Accept WSDate from date yyyymmdd
           Open input PayPeriodFile
           If PpdFileStatus = "00"
               Read PayPeriodFile
                   At end
                       Continue
                   Not at end
                       Move PpdId to CurrentPd
                       Move PpdEndDate to WSDate
               End-read
           End-if
           Close PayPeriodFile

           If CurrentPd = spaces
               Open output LiabReport
               Write ReportRecord from NoPeriodLine
                    after advancing 1 line
               Close LiabReport
               Move 12 to Return-Code
               Stop Run
           End-if.

      *    Keep every other period's rows, remember the newest period
      *    before this one as last month, and leave the history file
      *    open to take this month's rows.
       100-CarryHistory.
           Open input LiabHistFile
           If LhFileStatus = "35"
               Open output LiabHistFile
               Exit paragraph
           End-if
           Open output LiabWorkFile
           Perform until HistEOF = "Y"
               Read LiabHistFile
                   At end
                       Move "Y" to HistEOF
                   Not at end
                       If LhPeriodId = CurrentPd
                           Add 1 to ReplacedCount
                       Else
                           Write LiabWorkRec from LiabHistRec
                           If LhPeriodId < CurrentPd
                               Perform 110-TakePrior
                           End-if
                       End-if
               End-read
           End-perform
           Close LiabHistFile LiabWorkFile

           Open input LiabWorkFile
                output LiabHistFile
           Perform until WorkEOF = "Y"
               Read LiabWorkFile
                   At end
                       Move "Y" to WorkEOF
                   Not at end
                       Write LiabHistRec from LiabWorkRec
               End-read
           End-perform
           Close LiabWorkFile.

       110-TakePrior.
           If LhPeriodId < PriorPd
               Exit paragraph
           End-if
           If LhPeriodId > PriorPd
               Move LhPeriodId to PriorPd
               Move 0 to PriorCount PriorDrops
           End-if
           If PriorCount < 500
               Add 1 to PriorCount
               Move LhDept to PtDept(PriorCount)
               Move LhCoCode to PtCoCode(PriorCount)
               Move LhRegion to PtRegion(PriorCount)
               Move LhHours to PtHours(PriorCount)
               Move LhAmount to PtAmount(PriorCount)
               Move "N" to PtUsed(PriorCount)
           Else
               Add 1 to PriorDrops
           End-if.

      *    Terminated employees stay in until Lab6f pays the balance
      *    out and zeroes it; a negative balance owes nothing.
       200-ValueEmployee.
           Move ClEmpNum to LvEmpNum
           Read LeaveFile
               Invalid key
                   Add 1 to NoLeaveCount
                   Exit paragraph
           End-read
           If Not (LvPtoBal > 0)
               Exit paragraph
           End-if
           If ClPayCode = "H"
               Move ClPay to HourlyRate
           Else
               Compute HourlyRate Rounded = ClPay / 2080
           End-if

           Move spaces to ValWorkRec
           Move ClRegionNum to VwRegion
           Move ClRegionName to VwRegionName
           Move ClDeptNum to VwDept
           Move ClDeptName to VwDeptName
           Move ClCoCode to VwCoCode
           If ClCoCode = spaces
               Move "01" to VwCoCode
           End-if
           Move ClEmpNum to VwEmpNum
           Move spaces to VwName
           String ClLastName delimited by "  "
                  ", " delimited by size
                  ClFirstName delimited by "  "
                  into VwName
           End-string
           Move ClEmpStatus to VwStatus
           Move LvPtoBal to VwHours
           Move HourlyRate to VwRate
           Compute VwAmount Rounded = LvPtoBal * HourlyRate
           Write ValWorkRec
           Add 1 to EmpCount.

       400-TakeValuation.
           If Not (SvRegion = CurRegion)
               Perform 410-DeptBreak
               Perform 420-RegionBreak
               Perform 425-StartRegion
               Perform 415-StartDept
           Else If Not (SvDept = CurDept and SvCoCode = CurCoCode)
               Perform 410-DeptBreak
               Perform 415-StartDept
           End-if
           End-if
           Move SvRegion to CurRegion
           Move SvDept to CurDept
           Move SvCoCode to CurCoCode
           Move "Y" to ValStarted

           Move SvEmpNum to DtEmpNum
           Move SvName to DtName
           Move SvStatus to DtStatus
           Move SvHours to DtHours
           Move SvRate to DtRate
           Move SvAmount to DtAmount
           Write ReportRecord from DetailLine
                after advancing 1 line
           Add SvHours to DeptHours
           Add SvAmount to DeptAmount.

      *    Department total against last month's row for the same
      *    department and company, this month's history row, and the
      *    GL accrual for the difference.
       410-DeptBreak.
           If ValStarted = "N"
               Exit paragraph
           End-if
           Move 0 to DeptPrior
           Perform 430-FindPrior
           If PriorFound > 0
               Move PtAmount(PriorFound) to DeptPrior
               Move "Y" to PtUsed(PriorFound)
           End-if
           Compute ChangeAmt = DeptAmount - DeptPrior

           Move "Department total" to TlLabel
           Move DeptHours to TlHours
           Move DeptAmount to TlAmount
           Move DeptPrior to TlPrior
           Move ChangeAmt to TlChange
           Write ReportRecord from TotalLine
                after advancing 1 line
           Write ReportRecord from BlankLine
                after advancing 1 line

           Move spaces to LiabHistRec
           Move CurrentPd to LhPeriodId
           Move CurRegion to LhRegion
           Move CurDept to LhDept
           Move CurCoCode to LhCoCode
           Move DeptHours to LhHours
           Move DeptAmount to LhAmount
           Write LiabHistRec

           Move CurDept to GlDept
           Move CurCoCode to GlCo
           Perform 700-WriteAccrual

           Add DeptHours to RegHours
           Add DeptAmount to RegAmount
           Add DeptPrior to RegPrior
           Move 0 to DeptHours DeptAmount DeptPrior.

       415-StartDept.
           Move SvDept to DlDept
           Move SvDeptName to DlName
           Move SvCoCode to DlCoCode
           Write ReportRecord from DeptLine
                after advancing 1 line.

       420-RegionBreak.
           If ValStarted = "N"
               Exit paragraph
           End-if
           Compute ChangeAmt = RegAmount - RegPrior
           Move "Region total" to TlLabel
           Move RegHours to TlHours
           Move RegAmount to TlAmount
           Move RegPrior to TlPrior
           Move ChangeAmt to TlChange
           Write ReportRecord from TotalLine
                after advancing 1 line
           Write ReportRecord from BlankLine
                after advancing 1 line
           Add RegHours to CoHours
           Add RegAmount to CoAmount
           Add RegPrior to CoPrior
           Move 0 to RegHours RegAmount RegPrior.

       425-StartRegion.
           Move SvRegion to RlRegion
           Move SvRegionName to RlName
           Write ReportRecord from RegionLine
                after advancing 1 line.

       430-FindPrior.
           Move 0 to PriorFound
           Perform Varying PriorIdx from 1 by 1
                   Until PriorIdx > PriorCount or PriorFound > 0
               If PtDept(PriorIdx) = CurDept
                       and PtCoCode(PriorIdx) = CurCoCode
                   Move PriorIdx to PriorFound
               End-if
           End-perform.

      *    Last month's departments with nothing owed now: the whole
      *    prior accrual comes back out.
       500-PrintGone.
           Move "N" to ValStarted
           Perform 510-PrintOneGone
               Varying PriorIdx from 1 by 1
               Until PriorIdx > PriorCount.

       510-PrintOneGone.
           If PtUsed(PriorIdx) = "Y"
               Exit paragraph
           End-if
           If ValStarted = "N"
               Write ReportRecord from GoneHead
                    after advancing 1 line
               Move "Y" to ValStarted
           End-if
           Move spaces to TlLabel
           String "Dept " delimited by size
                  PtDept(PriorIdx) delimited by size
                  "  Company " delimited by size
                  PtCoCode(PriorIdx) delimited by size
                  into TlLabel
           End-string
           Compute ChangeAmt = 0 - PtAmount(PriorIdx)
           Move 0 to TlHours TlAmount
           Move PtAmount(PriorIdx) to TlPrior
           Move ChangeAmt to TlChange
           Write ReportRecord from TotalLine
                after advancing 1 line
           Add PtAmount(PriorIdx) to CoPrior
           Move PtDept(PriorIdx) to GlDept
           Move PtCoCode(PriorIdx) to GlCo
           Perform 700-WriteAccrual.

       600-PrintTotals.
           Write ReportRecord from BlankLine
                after advancing 1 line
           Compute ChangeAmt = CoAmount - CoPrior
           Move "Company total" to TlLabel
           Move CoHours to TlHours
           Move CoAmount to TlAmount
           Move CoPrior to TlPrior
           Move ChangeAmt to TlChange
           Write ReportRecord from TotalLine
                after advancing 1 line
           Write ReportRecord from BlankLine
                after advancing 1 line
           Move "Employees with a PTO balance:" to CntLabel
           Move EmpCount to CntValue
           Write ReportRecord from CountLine
                after advancing 1 line
           Move "Employees with no leave record:" to CntLabel
           Move NoLeaveCount to CntValue
           Write ReportRecord from CountLine
                after advancing 1 line
           Move "GL accrual lines written:" to CntLabel
           Move GlCount to CntValue
           Write ReportRecord from CountLine
                after advancing 1 line
           If ReplacedCount > 0
               Move "Earlier rows replaced for this period:"
                   to CntLabel
               Move ReplacedCount to CntValue
               Write ReportRecord from CountLine
                    after advancing 1 line
           End-if
           If PriorDrops > 0
               Move PriorDrops to PdCount
               Write ReportRecord from PriorDropLine
                    after advancing 1 line
           End-if.

      *    An increase is expensed and added to the accrued liability;
      *    a decrease goes to the credit expense and debit liability
      *    accounts, the same pairing the register uses for pay
      *    adjustments, since GL amounts carry no sign.
       700-WriteAccrual.
           If ChangeAmt = 0
               Exit paragraph
           End-if
           Move spaces to GLRec
           Move GlDept to GLDeptNum
           Move GlCo to GLCoCode
           If ChangeAmt > 0
               Move "5050" to GLAcctCode
               Move "PTO ACCRUAL EXPENSE" to GLAcctDesc
               Move ChangeAmt to GLAmount
           Else
               Move "5051" to GLAcctCode
               Move "PTO ACCRUAL EXP-CR" to GLAcctDesc
               Compute GLAmount = 0 - ChangeAmt
           End-if
           Write GLRec
           Add 1 to GlCount

           If ChangeAmt > 0
               Move "2290" to GLAcctCode
               Move "ACCRUED PTO" to GLAcctDesc
           Else
               Move "2291" to GLAcctCode
               Move "ACCRUED PTO-DR" to GLAcctDesc
           End-if
           Write GLRec
           Add 1 to GlCount.
