      *      James Olsen
      *      FMLA entitlement balance report.  Reads the leave cases
      *      Lab5l maintains (lab5-fmlacase.dat) and the FMLA usage
      *      Lab10a logs as tagged leave hours are posted
      *      (lab10a-fmlause.dat), and as of the end of the current
      *      pay period figures each employee's usage over the rolling
      *      12 months looking back from that date.  Every open case
      *      is listed with its eligibility, the hours taken on the
      *      case, the rolling 12-month usage, and what is left of the
      *      entitlement; cases within the warning hours of exhaustion
      *      (two standard weeks unless lab10f-parm.dat says otherwise)
      *      or already exhausted are listed again for HR, followed by
      *      the period's tagged hours that did not post to a case.

       Identification Division.
       Program-Id. Lab10f.

       Environment Division.
       Input-Output Section.
       File-Control.
           Select FmlaCaseFile
                Assign to "lab5-fmlacase.dat"
                Organization is indexed
                Access mode is dynamic
                Record key is FcKey
                File Status is FcFileStatus.
           Select FmlaUsageFile
                Assign to "lab10a-fmlause.dat"
                Organization is line sequential
                File Status is FuFileStatus.
           Select CleanFile
                Assign to "lab5-clean.dat"
                Organization is indexed
                Access mode is dynamic
                Record key is ClEmpNum
                Alternate record key is ClDeptNum with duplicates
                File Status is ClFileStatus.
           Select PayPeriodFile
                Assign to "payperiod.dat"
                Organization is line sequential
                File Status is PpdFileStatus.
           Select ParmFile
                Assign to "lab10f-parm.dat"
                Organization is line sequential
                File Status is PmFileStatus.
           Select FmlaReport
                Assign to "lab10f-out.dat"
                Organization is line sequential.

       Data Division.
       File Section.
       FD  FmlaCaseFile.
       01  FmlaCaseRec.
           05  FcKey.
               10  FcEmpNum  Pic X(5).
               10  FcSeq     Pic 99.
           05  FcReason      Pic X.
           05  FcStartDate   Pic 9(8).
           05  FcLeaveType   Pic X.
           05  FcEndDate     Pic 9(8).
           05  FcStatus      Pic X.
           05  FcEligible    Pic X.
           05  FcSvcMonths   Pic 9(3).
           05  FcPriorHrs    Pic 9(4)V99.
           05  FcEntitle     Pic 9(4)V99.
           05  FcOpenDate    Pic 9(8).
       FD  FmlaUsageFile.
       01  FmlaUsageRec.
           05  FuPeriodId   Pic X(6).
           05               Pic X.
           05  FuDate       Pic 9(8).
           05               Pic X.
           05  FuEmpNum     Pic X(5).
           05               Pic X.
           05  FuCaseSeq    Pic X(2).
           05               Pic X.
           05  FuType       Pic X.
           05               Pic X.
           05  FuHours      Pic 99V99.
           05               Pic X.
           05  FuStatus     Pic X.
           05               Pic X.
           05  FuReason     Pic X(30).
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
       FD  PayPeriodFile.
       01  PayPeriodRec.
           05  PpdId        Pic X(6).
           05  PpdStartDate Pic 9(8).
           05  PpdEndDate   Pic 9(8).
           05  PpdStatus    Pic X.
       FD  ParmFile.
       01  ParmRec.
           05  PmWarnHours  Pic 9(3)V99.
       FD  FmlaReport.
       01  ReportRecord     Pic X(120).

       Working-Storage Section.
       01   FcFileStatus   Pic XX.
       01   FuFileStatus   Pic XX.
       01   ClFileStatus   Pic XX.
       01   PpdFileStatus  Pic XX.
       01   PmFileStatus   Pic XX.
       01   CaseEOF        Pic X Value "N".
       01   UsageEOF       Pic X Value "N".
       01   CleanAvail     Pic X Value "N".
       01   WSDate.
            05  WSYr       Pic 9(4).
            05  WSMo       Pic 9(2).
            05  WSDay      Pic 9(2).
       01   CurrentPd      Pic X(6) Value spaces.
       01   AsOfDate       Pic 9(8) Value 0.
       01   WindowFrom     Pic 9(8) Value 0.
       01   WarnHours      Pic 9(3)V99 Value 0.
       01   StdWeek        Pic 99V99.
       01   CaseTable.
            05  CaseEntry OCCURS 1000 TIMES.
                10  CtEmpNum     Pic X(5).
                10  CtSeq        Pic 99.
                10  CtReason     Pic X.
                10  CtLeaveType  Pic X.
                10  CtStartDate  Pic 9(8).
                10  CtStatus     Pic X.
                10  CtEligible   Pic X.
                10  CtEntitle    Pic 9(4)V99.
                10  CtWarnHrs    Pic 9(3)V99.
                10  CtUsedCase   Pic 9(5)V99.
                10  CtUsedRoll   Pic 9(5)V99.
       01   CaseCount      Pic 9(4) Value 0.
       01   CaseIdx        Pic 9(4).
       01   CaseDropCount  Pic 9(4) Value 0.
       01   UsedCaseSeq    Pic 99.
       01   Remaining      Pic S9(5)V99.
       01   NearCount      Pic 9(4) Value 0.
       01   OpenCount      Pic 9(4) Value 0.
       01   RejectCount    Pic 9(4) Value 0.
       01   ReasonNames    Pic X(60) Value
                     "S Own health  F Family care B Birth/bond   " &
                     "P Placement   ".
       01   ReasonTable Redefines ReasonNames.
            05  RnEntry OCCURS 4 TIMES.
                10  RnCode     Pic X.
                10             Pic X.
                10  RnText     Pic X(12).
                10             Pic X.
       01   RnIdx          Pic 9.
       01   ReportHeadLine.
            05  RhMo       Pic Z9.
            05             Pic X Value "/".
            05  RhDay      Pic 99.
            05             Pic X Value "/".
            05  RhYr       Pic 9(4).
            05             Pic X(5) Value spaces.
            05             Pic X(30) Value "FMLA Entitlement Balances".
       01   AsOfLine.
            05             Pic X(28) Value
                     "Rolling 12 months through   ".
            05  AolDate    Pic 9(8).
            05             Pic X(5) Value spaces.
            05             Pic X(21) Value "Warning within hours:".
            05  AolWarn    Pic ZZZ9.99.
       01   BlankLine      Pic X Value spaces.
       01   SectionLine    Pic X(60).
       01   ColHead.
            05             Pic X(5) Value "Emp #".
            05             Pic X(2) Value spaces.
            05             Pic X(20) Value "Name".
            05             Pic X(4) Value "Case".
            05             Pic X(2) Value spaces.
            05             Pic X(14) Value "Reason".
            05             Pic X(5) Value "Type ".
            05             Pic X(10) Value "Start".
            05             Pic X(3) Value "Elg".
            05             Pic X(8) Value "Case Hrs".
            05             Pic X(2) Value spaces.
            05             Pic X(8) Value "12Mo Hrs".
            05             Pic X(2) Value spaces.
            05             Pic X(8) Value "Entitled".
            05             Pic X(2) Value spaces.
            05             Pic X(9) Value "Remaining".
       01   DetailLine.
            05  DtEmpNum   Pic X(5).
            05             Pic X(2) Value spaces.
            05  DtName     Pic X(20).
            05  DtSeq      Pic 99.
            05             Pic X(4) Value spaces.
            05  DtReason   Pic X(14).
            05  DtType     Pic X.
            05             Pic X(4) Value spaces.
            05  DtStart    Pic 9(8).
            05             Pic X(3) Value spaces.
            05  DtElig     Pic X.
            05             Pic X Value spaces.
            05  DtUsedCase Pic Z,ZZ9.99.
            05             Pic X(2) Value spaces.
            05  DtUsedRoll Pic Z,ZZ9.99.
            05             Pic X(2) Value spaces.
            05  DtEntitle  Pic Z,ZZ9.99.
            05             Pic X(2) Value spaces.
            05  DtRemain   Pic Z,ZZ9.99-.
            05             Pic X Value spaces.
            05  DtFlag     Pic X(10).
       01   RejectHead.
            05             Pic X(5) Value "Emp #".
            05             Pic X(2) Value spaces.
            05             Pic X(4) Value "Case".
            05             Pic X(2) Value spaces.
            05             Pic X(10) Value "Date".
            05             Pic X(6) Value "Type".
            05             Pic X(8) Value "   Hours".
            05             Pic X(2) Value spaces.
            05             Pic X(30) Value "Reason".
       01   RejectLine.
            05  RjEmpNum   Pic X(5).
            05             Pic X(2) Value spaces.
            05  RjCase     Pic X(2).
            05             Pic X(4) Value spaces.
            05  RjDate     Pic 9(8).
            05             Pic X(2) Value spaces.
            05  RjType     Pic X.
            05             Pic X(4) Value spaces.
            05  RjHours    Pic Z9.99.
            05             Pic X(3) Value spaces.
            05  RjReason   Pic X(30).
       01   TotalLine.
            05             Pic X(2) Value spaces.
            05  TlLabel    Pic X(36).
            05  TlCount    Pic Z,ZZ9.
       01   CaseDropLine.
            05             Pic X(4) Value "*** ".
            05  CaseDropStr Pic ZZZ9.
            05             Pic X(38) Value " cases NOT reported - " &
                                           "table full ***".

       Procedure Division.
       000-Main.
           Accept WSDate from date yyyymmdd
           Perform 050-GetAsOfDate
           Perform 060-LoadParm
           Perform 100-LoadCases
           Perform 200-ApplyUsage

           Open output FmlaReport
           Open input CleanFile
           If ClFileStatus = "00"
               Move "Y" to CleanAvail
           End-if

           Move WSMo to RhMo
           Move WSDay to RhDay
           Move WSYr to RhYr
           Write ReportRecord from ReportHeadLine
                after advancing 1 line
           Move AsOfDate to AolDate
           Move WarnHours to AolWarn
           Write ReportRecord from AsOfLine
                after advancing 1 line
           Write ReportRecord from BlankLine
                after advancing 1 line

           Move "Open FMLA Cases" to SectionLine
           Write ReportRecord from SectionLine
                after advancing 1 line
           Write ReportRecord from ColHead
                after advancing 1 line
           Perform 300-PrintOpenCase
               Varying CaseIdx from 1 by 1
               Until CaseIdx > CaseCount

           Write ReportRecord from BlankLine
                after advancing 1 line
           Move "Employees Approaching or at Exhaustion" to SectionLine
           Write ReportRecord from SectionLine
                after advancing 1 line
           Write ReportRecord from ColHead
                after advancing 1 line
           Perform 400-PrintNearCase
               Varying CaseIdx from 1 by 1
               Until CaseIdx > CaseCount

           Perform 500-PrintRejects

           Write ReportRecord from BlankLine
                after advancing 1 line
           Move "Open cases:" to TlLabel
           Move OpenCount to TlCount
           Write ReportRecord from TotalLine
                after advancing 1 line
           Move "Near or at exhaustion:" to TlLabel
           Move NearCount to TlCount
           Write ReportRecord from TotalLine
                after advancing 1 line
           Move "Tagged leave lines rejected:" to TlLabel
           Move RejectCount to TlCount
           Write ReportRecord from TotalLine
                after advancing 1 line
           If CaseDropCount > 0
               Move CaseDropCount to CaseDropStr
               Write ReportRecord from CaseDropLine
                    after advancing 1 line
           End-if

           Close FmlaReport CleanFile
           Stop Run.

      *    Usage is measured back from the end of the current pay
      *    period, or from today when there is no period on file.
       050-GetAsOfDate.
           Open input PayPeriodFile
           If PpdFileStatus = "00"
               Read PayPeriodFile
                   At end
                       Continue
                   Not at end
                       Move PpdId to CurrentPd
                       Move PpdEndDate to AsOfDate
               End-read
           End-if
           Close PayPeriodFile
           If AsOfDate = 0
               Move WSDate to AsOfDate
           End-if
           Compute WindowFrom = AsOfDate - 10000.

       060-LoadParm.
           Open input ParmFile
           If PmFileStatus = "00"
               Read ParmFile
                   At end
                       Continue
                   Not at end
                       If PmWarnHours is numeric
                           Move PmWarnHours to WarnHours
                       End-if
               End-read
           End-if
           Close ParmFile.

      *    Closed cases are kept in the table too: hours taken on them
      *    inside the 12 months still count against the employee.
      *    The warning point is two of the case's standard weeks (a
      *    twelfth or a twenty-sixth of the entitlement) unless the
      *    parm file sets one.
       100-LoadCases.
           Open input FmlaCaseFile
           If Not (FcFileStatus = "00")
               Close FmlaCaseFile
               Exit paragraph
           End-if
           Perform until CaseEOF = "Y"
               Read FmlaCaseFile next
                   At end
                       Move "Y" to CaseEOF
                   Not at end
                       Perform 110-StoreCase
               End-read
           End-perform
           Close FmlaCaseFile.

       110-StoreCase.
           If CaseCount >= 1000
               Add 1 to CaseDropCount
               Exit paragraph
           End-if
           Add 1 to CaseCount
           Move FcEmpNum to CtEmpNum(CaseCount)
           Move FcSeq to CtSeq(CaseCount)
           Move FcReason to CtReason(CaseCount)
           Move FcLeaveType to CtLeaveType(CaseCount)
           Move FcStartDate to CtStartDate(CaseCount)
           Move FcStatus to CtStatus(CaseCount)
           Move FcEligible to CtEligible(CaseCount)
           Move FcEntitle to CtEntitle(CaseCount)
           Move 0 to CtUsedCase(CaseCount) CtUsedRoll(CaseCount)
           If WarnHours > 0
               Move WarnHours to CtWarnHrs(CaseCount)
           Else
               If FcReason = "C"
                   Compute StdWeek Rounded = FcEntitle / 26
               Else
                   Compute StdWeek Rounded = FcEntitle / 12
               End-if
               Compute CtWarnHrs(CaseCount) = StdWeek * 2
           End-if.

      *    A posted line counts toward its own case, and toward the
      *    rolling usage of every case the employee has when it falls
      *    inside the 12 months.
       200-ApplyUsage.
           Open input FmlaUsageFile
           If Not (FuFileStatus = "00")
               Close FmlaUsageFile
               Exit paragraph
           End-if
           Perform until UsageEOF = "Y"
               Read FmlaUsageFile
                   At end
                       Move "Y" to UsageEOF
                   Not at end
                       If FuStatus = "P" and FuCaseSeq is numeric
                           Move FuCaseSeq to UsedCaseSeq
                           Perform 210-PostUsage
                               Varying CaseIdx from 1 by 1
                               Until CaseIdx > CaseCount
                       End-if
               End-read
           End-perform
           Close FmlaUsageFile.

       210-PostUsage.
           If Not (CtEmpNum(CaseIdx) = FuEmpNum)
               Exit paragraph
           End-if
           If CtSeq(CaseIdx) = UsedCaseSeq
               Add FuHours to CtUsedCase(CaseIdx)
           End-if
           If FuDate > WindowFrom and FuDate <= AsOfDate
               Add FuHours to CtUsedRoll(CaseIdx)
           End-if.

       300-PrintOpenCase.
           If CtStatus(CaseIdx) = "C"
               Exit paragraph
           End-if
           Add 1 to OpenCount
           Perform 350-BuildDetail
           If DtFlag not = spaces
               Add 1 to NearCount
           End-if
           Write ReportRecord from DetailLine
                after advancing 1 line.

       350-BuildDetail.
           Move CtEmpNum(CaseIdx) to DtEmpNum
           Move spaces to DtName
           If CleanAvail = "Y"
               Move CtEmpNum(CaseIdx) to ClEmpNum
               Read CleanFile
                   Invalid key
                       Continue
                   Not invalid key
                       String ClLastName delimited by "  "
                              ", " delimited by size
                              ClFirstName delimited by "  "
                              into DtName
                       End-string
               End-read
           End-if
           Move CtSeq(CaseIdx) to DtSeq
           Evaluate CtReason(CaseIdx)
               When "M"
                   Move "Military exig" to DtReason
               When "C"
                   Move "Mil caregiver" to DtReason
               When Other
                   Move CtReason(CaseIdx) to DtReason
                   Perform Varying RnIdx from 1 by 1 Until RnIdx > 4
                       If RnCode(RnIdx) = CtReason(CaseIdx)
                           Move RnText(RnIdx) to DtReason
                       End-if
                   End-perform
           End-evaluate
           Move CtLeaveType(CaseIdx) to DtType
           Move CtStartDate(CaseIdx) to DtStart
           Move CtEligible(CaseIdx) to DtElig
           Move CtUsedCase(CaseIdx) to DtUsedCase
           Move CtUsedRoll(CaseIdx) to DtUsedRoll
           Move CtEntitle(CaseIdx) to DtEntitle
           Compute Remaining = CtEntitle(CaseIdx) - CtUsedRoll(CaseIdx)
           Move Remaining to DtRemain
           Move spaces to DtFlag
           If CtEligible(CaseIdx) = "Y"
               If Remaining <= 0
                   Move "EXHAUSTED" to DtFlag
               Else
                   If Remaining <= CtWarnHrs(CaseIdx)
                       Move "NEAR" to DtFlag
                   End-if
               End-if
           End-if.

       400-PrintNearCase.
           If CtStatus(CaseIdx) = "C"
               Exit paragraph
           End-if
           Perform 350-BuildDetail
           If DtFlag not = spaces
               Write ReportRecord from DetailLine
                    after advancing 1 line
           End-if.

      *    Tagged hours Lab10a could not post for the current period.
       500-PrintRejects.
           Write ReportRecord from BlankLine
                after advancing 1 line
           Move "FMLA Leave Not Posted to a Case This Period"
               to SectionLine
           Write ReportRecord from SectionLine
                after advancing 1 line
           Write ReportRecord from RejectHead
                after advancing 1 line
           Open input FmlaUsageFile
           If Not (FuFileStatus = "00")
               Close FmlaUsageFile
               Exit paragraph
           End-if
           Move "N" to UsageEOF
           Perform until UsageEOF = "Y"
               Read FmlaUsageFile
                   At end
                       Move "Y" to UsageEOF
                   Not at end
                       If FuStatus = "R" and FuPeriodId = CurrentPd
                           Add 1 to RejectCount
                           Move FuEmpNum to RjEmpNum
                           Move FuCaseSeq to RjCase
                           Move FuDate to RjDate
                           Move FuType to RjType
                           Move FuHours to RjHours
                           Move FuReason to RjReason
                           Write ReportRecord from RejectLine
                                after advancing 1 line
                       End-if
               End-read
           End-perform
           Close FmlaUsageFile.
