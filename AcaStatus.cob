      *      James Olsen
      *      ACA monthly status: run once the weeks of the current pay
      *      period have been through Lab10a.  For every employee on
      *      the clean master employed during the period it sets the
      *      month's full-time status from the hours actually paid on
      *      lab10a-earnings.dat (130 hours a month unless the parm
      *      file says otherwise), or, for hourly variable-hour staff
      *      when a look-back measurement period is set, from the
      *      average of the prior months already on the ACA status
      *      file.  The offer and enrollment of medical coverage and
      *      the 1095-C line 14/15/16 codes for the month are recorded
      *      on lab6m-acastat.dat, which Lab6n reads at year end.  A
      *      rerun for the same period replaces that period's records.

       Identification Division.
       Program-Id. Lab6m.

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
           Select PayPeriodFile
                Assign to "payperiod.dat"
                Organization is line sequential
                File Status is PpdFileStatus.
           Select ParmFile
                Assign to "lab6m-parm.dat"
                Organization is line sequential
                File Status is PmFileStatus.
           Select EarningsFile
                Assign to "lab10a-earnings.dat"
                Organization is line sequential
                File Status is EaFileStatus.
           Select BenPlanFile
                Assign to "benplans.dat"
                Organization is line sequential
                File Status is BpFileStatus.
           Select AcaStatFile
                Assign to "lab6m-acastat.dat"
                Organization is line sequential
                File Status is AsFileStatus.
           Select AcaWorkFile
                Assign to "lab6m-acawork.dat"
                Organization is line sequential.
           Select AcaReport
                Assign to "lab6m-out.dat"
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
       FD  PayPeriodFile.
       01  PayPeriodRec.
           05  PpdId        Pic X(6).
           05  PpdStartDate Pic 9(8).
           05  PpdEndDate   Pic 9(8).
           05  PpdStatus    Pic X.
       FD  ParmFile.
       01  ParmRec.
           05  PmFtHours    Pic 9(3)V99.
           05  PmLookBack   Pic 99.
           05  PmAffordPct  Pic V9999.
       FD  EarningsFile.
       01  EarningsRec.
           05  ErPeriodId   Pic X(6).
           05               Pic X.
           05  ErWeekEnd    Pic 9(8).
           05               Pic X.
           05  ErEmpNum     Pic X(5).
           05               Pic X.
           05  ErRegHrs     Pic 9(3)V99.
           05  ErRegAmt     Pic 9(7)V99.
           05  ErOtHrs      Pic 9(3)V99.
           05  ErOtAmt      Pic 9(7)V99.
           05  ErHolHrs     Pic 9(3)V99.
           05  ErHolAmt     Pic 9(7)V99.
           05  ErDiffHrs    Pic 9(3)V99.
           05  ErDiffAmt    Pic 9(7)V99.
           05  ErGross      Pic 9(7)V99.
       FD  BenPlanFile.
       01  BenPlanRec.
           05  BpPlanCode   Pic X(3).
           05  BpTier       Pic X.
           05  BpEmpShare   Pic 9(5)V99.
           05  BpErShare    Pic 9(5)V99.
           05  BpEffDate    Pic 9(8).
           05  BpExpDate    Pic 9(8).
           05  BpPreTax     Pic X.
       FD  AcaStatFile.
       01  AcaStatRec.
           05  AsPeriodId   Pic X(6).
           05               Pic X.
           05  AsEmpNum     Pic X(5).
           05               Pic X.
           05  AsCoCode     Pic X(2).
           05               Pic X.
           05  AsHours      Pic 9(4)V99.
           05               Pic X.
           05  AsMethod     Pic X.
           05               Pic X.
           05  AsFtStatus   Pic X.
           05               Pic X.
           05  AsOffer      Pic X.
           05               Pic X.
           05  AsEnrolled   Pic X.
           05               Pic X.
           05  AsTier       Pic X.
           05               Pic X.
           05  AsLine14     Pic X(2).
           05               Pic X.
           05  AsLine15     Pic 9(5)V99.
           05               Pic X.
           05  AsLine16     Pic X(2).
       FD  AcaWorkFile.
       01  AcaWorkRec       Pic X(60).
       FD  AcaReport.
       01  ReportRecord     Pic X(90).

       Working-Storage Section.
       01   ClFileStatus   Pic XX.
       01   PpdFileStatus  Pic XX.
       01   PmFileStatus   Pic XX.
       01   EaFileStatus   Pic XX.
       01   BpFileStatus   Pic XX.
       01   AsFileStatus   Pic XX.
       01   CleanEOF       Pic X Value "N".
       01   EarnEOF        Pic X Value "N".
       01   BenPlanEOF     Pic X Value "N".
       01   StatEOF        Pic X Value "N".
       01   WorkEOF        Pic X Value "N".
       01   WSDate.
            05  WSYr       Pic 9(4).
            05  WSMo       Pic 9(2).
            05  WSDay      Pic 9(2).
       01   CurrentPd      Pic X(6) Value spaces.
       01   PeriodStart    Pic 9(8) Value 0.
       01   PeriodEnd      Pic 9(8) Value 0.
       01   PdSplit.
            05  PdYr       Pic 9(4).
            05  PdMoNum    Pic 99.
       01   CurMonthNo     Pic 9(6) Value 0.
       01   RecMonthNo     Pic 9(6) Value 0.
       01   WindowStart    Pic 9(6) Value 0.
      *    Measurement settings; the parm file overrides them.
       01   FtHours        Pic 9(3)V99 Value 130.
       01   LookBack       Pic 99 Value 12.
       01   AffordPct      Pic V9999 Value .0902.
      *    Medical tiers offered as of the end of the period and the
      *    employee-only monthly premium, which is the line 15 amount.
       01   MedAvail       Pic X Value "N".
       01   MedAvailE      Pic X Value "N".
       01   MedAvailS      Pic X Value "N".
       01   MedAvailF      Pic X Value "N".
       01   MedEmpShare    Pic 9(5)V99 Value 0.
       01   EarnTable.
            05  EarnEntry OCCURS 2000 TIMES.
                10  EtEmpNum     Pic X(5).
                10  EtHours      Pic 9(4)V99.
       01   EarnCount      Pic 9(4) Value 0.
       01   EarnIdx        Pic 9(4).
       01   EarnFound      Pic X.
       01   EmpKey         Pic X(5).
       01   EarnDropCount  Pic 9(4) Value 0.
      *    Hours and months already on the status file inside the
      *    look-back window, per employee.
       01   PriorTable.
            05  PriorEntry OCCURS 2000 TIMES.
                10  PtEmpNum     Pic X(5).
                10  PtHours      Pic 9(5)V99.
                10  PtMonths     Pic 99.
       01   PriorCount     Pic 9(4) Value 0.
       01   PriorIdx       Pic 9(4).
       01   PriorFound     Pic X.
       01   PriorDropCount Pic 9(4) Value 0.
       01   EmpEmployed    Pic X.
       01   EmpHours       Pic 9(4)V99.
       01   StdHours       Pic 99V99.
       01   AvgHours       Pic 9(4)V99.
       01   AffordLimit    Pic 9(7)V99.
       01   ReplacedCount  Pic 9(5) Value 0.
       01   TotEmployed    Pic 9(5) Value 0.
       01   TotFullTime    Pic 9(5) Value 0.
       01   TotMeasuring   Pic 9(5) Value 0.
       01   TotOffered     Pic 9(5) Value 0.
       01   TotEnrolled    Pic 9(5) Value 0.
       01   TotNotOffered  Pic 9(5) Value 0.
       01   ReportHeadLine.
            05  RhMo       Pic Z9.
            05             Pic X Value "/".
            05  RhDay      Pic 99.
            05             Pic X Value "/".
            05  RhYr       Pic 9(4).
            05             Pic X(5) Value spaces.
            05             Pic X(41) Value "ACA Monthly Full-Time " &
                                           "and Coverage Status".
       01   PeriodLine.
            05             Pic X(15) Value "Pay period:    ".
            05  PrlPeriod  Pic X(6).
            05             Pic X(4) Value spaces.
            05             Pic X(12) Value "FT hours:   ".
            05  PrlFtHours Pic ZZ9.99.
            05             Pic X(4) Value spaces.
            05             Pic X(11) Value "Look-back: ".
            05  PrlLookBack Pic Z9.
            05             Pic X(4) Value " mos".
       01   BlankLine      Pic X Value spaces.
       01   NoPeriodLine   Pic X(60) Value
                     "No pay period on file - ACA status not " &
                     "recorded.".
       01   ColHead.
            05             Pic X(5) Value "Emp #".
            05             Pic X(2) Value spaces.
            05             Pic X(20) Value "Name".
            05             Pic X(3) Value "Co ".
            05             Pic X(9) Value "    Hours".
            05             Pic X(11) Value "  Meth FT  ".
            05             Pic X(8) Value "Off Enr ".
            05             Pic X(5) Value "L14  ".
            05             Pic X(10) Value "    Line15".
            05             Pic X(5) Value "  L16".
       01   DetailLine.
            05  DtEmpNum   Pic X(5).
            05             Pic X(2) Value spaces.
            05  DtName     Pic X(20).
            05  DtCoCode   Pic X(2).
            05             Pic X Value spaces.
            05  DtHours    Pic Z,ZZ9.99.
            05             Pic X(3) Value spaces.
            05  DtMethod   Pic X.
            05             Pic X(4) Value spaces.
            05  DtFt       Pic X.
            05             Pic X(3) Value spaces.
            05  DtOffer    Pic X.
            05             Pic X(3) Value spaces.
            05  DtEnrolled Pic X.
            05             Pic X(2) Value spaces.
            05  DtLine14   Pic X(2).
            05             Pic X(2) Value spaces.
            05  DtLine15   Pic ZZ,ZZ9.99.
            05             Pic X(3) Value spaces.
            05  DtLine16   Pic X(2).
       01   TotalLine.
            05             Pic X(2) Value spaces.
            05  TlLabel    Pic X(34).
            05  TlCount    Pic ZZ,ZZ9.
       01   DropLine.
            05             Pic X(4) Value "*** ".
            05  DropStr    Pic ZZZ9.
            05  DropText   Pic X(50).

       Procedure Division.
       000-Main.
           Accept WSDate from date yyyymmdd

           Perform 050-GetPeriod
           Perform 060-LoadParm
           Perform 070-LoadPlans
           Perform 080-LoadEarnings
           Perform 100-CarryStatus

           Open input CleanFile
                output AcaReport
           If Not (ClFileStatus = "00")
               Display "Lab6m: clean master not available, status "
                       ClFileStatus
               Close AcaStatFile AcaReport
               Move 12 to Return-Code
               Stop Run
           End-if

           Move WSMo to RhMo
           Move WSDay to RhDay
           Move WSYr to RhYr
           Write ReportRecord from ReportHeadLine
                after advancing 1 line
           Move CurrentPd to PrlPeriod
           Move FtHours to PrlFtHours
           Move LookBack to PrlLookBack
           Write ReportRecord from PeriodLine
                after advancing 1 line
           Write ReportRecord from BlankLine
                after advancing 1 line
           Write ReportRecord from ColHead
                after advancing 1 line

           Perform until CleanEOF = "Y"
               Read CleanFile next
                   At end
                       Move "Y" to CleanEOF
                   Not at end
                       Perform 200-ProcessEmployee
               End-read
           End-perform

           Perform 500-PrintTotals

           Close CleanFile AcaStatFile AcaReport
           Stop Run.

      *    The ACA month is the current pay period; without one there
      *    is nothing to measure against, so the run stops before the
      *    status file is touched.
       050-GetPeriod.
           Open input PayPeriodFile
           If PpdFileStatus = "00"
               Read PayPeriodFile
                   At end
                       Continue
                   Not at end
                       Move PpdId to CurrentPd
                       Move PpdStartDate to PeriodStart
                       Move PpdEndDate to PeriodEnd
               End-read
           End-if
           Close PayPeriodFile

           If CurrentPd = spaces or PeriodEnd = 0
               Open output AcaReport
               Write ReportRecord from NoPeriodLine
                    after advancing 1 line
               Close AcaReport
               Move 12 to Return-Code
               Stop Run
           End-if
           Move CurrentPd to PdSplit
           Compute CurMonthNo = PdYr * 12 + PdMoNum - 1.

      *    A look-back of zero measures everyone month by month.
       060-LoadParm.
           Open input ParmFile
           If PmFileStatus = "00"
               Read ParmFile
                   At end
                       Continue
                   Not at end
                       If PmFtHours is numeric and PmFtHours > 0
                           Move PmFtHours to FtHours
                       End-if
                       If PmLookBack is numeric
                           Move PmLookBack to LookBack
                       End-if
                       If PmAffordPct is numeric and PmAffordPct > 0
                           Move PmAffordPct to AffordPct
                       End-if
               End-read
           End-if
           Close ParmFile
           Compute WindowStart = CurMonthNo - LookBack.

       070-LoadPlans.
           Open input BenPlanFile
           If Not (BpFileStatus = "00")
               Close BenPlanFile
               Exit paragraph
           End-if
           Perform until BenPlanEOF = "Y"
               Read BenPlanFile
                   At end
                       Move "Y" to BenPlanEOF
                   Not at end
                       If BpPlanCode = "MED"
                               and BpEffDate <= PeriodEnd
                               and BpExpDate >= PeriodEnd
                           Move "Y" to MedAvail
                           Evaluate BpTier
                               When "E"
                                   Move "Y" to MedAvailE
                                   Move BpEmpShare to MedEmpShare
                               When "S"
                                   Move "Y" to MedAvailS
                               When "F"
                                   Move "Y" to MedAvailF
                           End-evaluate
                       End-if
               End-read
           End-perform
           Close BenPlanFile.

      *    Paid hours for the month: regular, overtime and holiday
      *    hours of every week ending inside the pay period.  The
      *    differential hours are already part of the regular hours.
       080-LoadEarnings.
           Open input EarningsFile
           If Not (EaFileStatus = "00")
               Close EarningsFile
               Exit paragraph
           End-if
           Perform until EarnEOF = "Y"
               Read EarningsFile
                   At end
                       Move "Y" to EarnEOF
                   Not at end
                       If ErWeekEnd >= PeriodStart
                               and ErWeekEnd <= PeriodEnd
                           Perform 085-AccumHours
                       End-if
               End-read
           End-perform
           Close EarningsFile.

       085-AccumHours.
           Move ErEmpNum to EmpKey
           Perform 090-FindEarnings
           If EarnFound = "N"
               If EarnCount < 2000
                   Add 1 to EarnCount
                   Move ErEmpNum to EtEmpNum(EarnCount)
                   Move 0 to EtHours(EarnCount)
                   Move EarnCount to EarnIdx
               Else
                   Add 1 to EarnDropCount
                   Exit paragraph
               End-if
           End-if
           Add ErRegHrs ErOtHrs ErHolHrs to EtHours(EarnIdx).

       090-FindEarnings.
           Move "N" to EarnFound
           Perform Varying EarnIdx from 1 by 1
                   Until EarnIdx > EarnCount or EarnFound = "Y"
               If EtEmpNum(EarnIdx) = EmpKey
                   Move "Y" to EarnFound
               End-if
           End-perform
           If EarnFound = "Y"
               Subtract 1 from EarnIdx
           End-if.

      *    The status file is copied aside without this period's
      *    records, so a rerun replaces them, then copied back and left
      *    open for the new month.  On the way through, each
      *    employee's hours in the months of the look-back window are
      *    totalled.
       100-CarryStatus.
           Open input AcaStatFile
           If AsFileStatus = "35"
               Open output AcaStatFile
               Exit paragraph
           End-if
           Open output AcaWorkFile
           Perform until StatEOF = "Y"
               Read AcaStatFile
                   At end
                       Move "Y" to StatEOF
                   Not at end
                       If AsPeriodId = CurrentPd
                           Add 1 to ReplacedCount
                       Else
                           Write AcaWorkRec from AcaStatRec
                           Perform 110-AccumPrior
                       End-if
               End-read
           End-perform
           Close AcaStatFile AcaWorkFile

           Open input AcaWorkFile
                output AcaStatFile
           Perform until WorkEOF = "Y"
               Read AcaWorkFile
                   At end
                       Move "Y" to WorkEOF
                   Not at end
                       Write AcaStatRec from AcaWorkRec
               End-read
           End-perform
           Close AcaWorkFile.

       110-AccumPrior.
           If LookBack = 0 or AsPeriodId > CurrentPd
               Exit paragraph
           End-if
           Move AsPeriodId to PdSplit
           Compute RecMonthNo = PdYr * 12 + PdMoNum - 1
           If RecMonthNo < WindowStart
               Exit paragraph
           End-if
           Move AsEmpNum to EmpKey
           Perform 120-FindPrior
           If PriorFound = "N"
               If PriorCount < 2000
                   Add 1 to PriorCount
                   Move AsEmpNum to PtEmpNum(PriorCount)
                   Move 0 to PtHours(PriorCount) PtMonths(PriorCount)
                   Move PriorCount to PriorIdx
               Else
                   Add 1 to PriorDropCount
                   Exit paragraph
               End-if
           End-if
           Add AsHours to PtHours(PriorIdx)
           Add 1 to PtMonths(PriorIdx).

       120-FindPrior.
           Move "N" to PriorFound
           Perform Varying PriorIdx from 1 by 1
                   Until PriorIdx > PriorCount or PriorFound = "Y"
               If PtEmpNum(PriorIdx) = EmpKey
                   Move "Y" to PriorFound
               End-if
           End-perform
           If PriorFound = "Y"
               Subtract 1 from PriorIdx
           End-if.

      *    Only employees on the payroll at some point in the period
      *    get a record; months without one are reported at year end
      *    as not employed.
       200-ProcessEmployee.
           Move "Y" to EmpEmployed
           If ClHireDate is numeric and ClHireDate > PeriodEnd
               Move "N" to EmpEmployed
           End-if
           If ClEmpStatus = "T" and ClTermDate is numeric
                   and ClTermDate > 0 and ClTermDate < PeriodStart
               Move "N" to EmpEmployed
           End-if
           If EmpEmployed = "N"
               Exit paragraph
           End-if

           Move spaces to AcaStatRec
           Move CurrentPd to AsPeriodId
           Move ClEmpNum to AsEmpNum
           Move ClEmpNum to EmpKey
           Move ClCoCode to AsCoCode
           If ClCoCode = spaces
               Move "01" to AsCoCode
           End-if

           Perform 210-SetHours
           Perform 220-SetFullTime
           Perform 230-SetCoverage
           Perform 240-SetLine14
           Perform 250-SetLine16

           Write AcaStatRec
           Perform 400-PrintDetail.

      *    Salaried and commission staff do not report hours; they are
      *    credited their standard week (40 when none is on file)
      *    across the 52 weeks of the year.
       210-SetHours.
           If ClPayCode = "H"
               Perform 090-FindEarnings
               If EarnFound = "Y"
                   Move EtHours(EarnIdx) to EmpHours
               Else
                   Move 0 to EmpHours
               End-if
           Else
               Move ClHours to StdHours
               If StdHours = 0
                   Move 40 to StdHours
               End-if
               Compute EmpHours Rounded = StdHours * 52 / 12
           End-if
           Move EmpHours to AsHours.

      *    Variable-hour staff under look-back measurement carry the
      *    status earned over the prior months; until a full
      *    measurement period is on file they are in their initial
      *    measurement period (M) and are not treated as full-time.
       220-SetFullTime.
           If ClPayCode = "H" and LookBack > 0
               Move "L" to AsMethod
               Perform 120-FindPrior
               If PriorFound = "N"
                   Move "M" to AsFtStatus
                   Exit paragraph
               End-if
               If PtMonths(PriorIdx) < LookBack
                   Move "M" to AsFtStatus
                   Exit paragraph
               End-if
               Compute AvgHours Rounded =
                       PtHours(PriorIdx) / PtMonths(PriorIdx)
               If AvgHours >= FtHours
                   Move "F" to AsFtStatus
               Else
                   Move "P" to AsFtStatus
               End-if
           Else
               Move "M" to AsMethod
               If EmpHours >= FtHours
                   Move "F" to AsFtStatus
               Else
                   Move "P" to AsFtStatus
               End-if
           End-if.

      *    Coverage counts as offered to every full-time employee while
      *    a medical plan is in effect, and to anyone who enrolled.
       230-SetCoverage.
           Move "N" to AsEnrolled
           If ClMedical = "Y"
                   and (ClBenTier = "E" or "S" or "F")
               Move "Y" to AsEnrolled
               Move ClBenTier to AsTier
           End-if
           Move "N" to AsOffer
           If MedAvail = "Y"
                   and (AsFtStatus = "F" or AsEnrolled = "Y")
               Move "Y" to AsOffer
           End-if.

      *    Line 14 follows the tiers offered; line 15 is the lowest
      *    cost employee-only premium, shown whenever an offer is made.
       240-SetLine14.
           Move 0 to AsLine15
           If AsOffer = "N"
               Move "1H" to AsLine14
               Exit paragraph
           End-if
           Evaluate True
               When MedAvailS = "Y" and MedAvailF = "Y"
                   Move "1E" to AsLine14
               When MedAvailF = "Y"
                   Move "1C" to AsLine14
               When MedAvailS = "Y"
                   Move "1D" to AsLine14
               When Other
                   Move "1B" to AsLine14
           End-evaluate
           Move MedEmpShare to AsLine15.

      *    Line 16 relief, in order: enrolled, in the initial
      *    measurement period, not full-time, or offered coverage that
      *    is affordable on the rate-of-pay safe harbor (the hourly
      *    rate times the full-time hours, or a twelfth of salary).
      *    A full-time employee with no offer is left blank.
       250-SetLine16.
           Evaluate True
               When AsEnrolled = "Y"
                   Move "2C" to AsLine16
               When AsFtStatus = "M"
                   Move "2D" to AsLine16
               When AsFtStatus = "P"
                   Move "2B" to AsLine16
               When AsOffer = "Y"
                   If ClPayCode = "H"
                       Compute AffordLimit Rounded =
                               ClPay * FtHours * AffordPct
                   Else
                       Compute AffordLimit Rounded =
                               ClPay / 12 * AffordPct
                   End-if
                   If AsLine15 <= AffordLimit
                       Move "2H" to AsLine16
                   End-if
               When Other
                   Continue
           End-evaluate.

       400-PrintDetail.
           Add 1 to TotEmployed
           If AsFtStatus = "F"
               Add 1 to TotFullTime
               If AsOffer = "N"
                   Add 1 to TotNotOffered
               End-if
           End-if
           If AsFtStatus = "M"
               Add 1 to TotMeasuring
           End-if
           If AsOffer = "Y"
               Add 1 to TotOffered
           End-if
           If AsEnrolled = "Y"
               Add 1 to TotEnrolled
           End-if

           Move ClEmpNum to DtEmpNum
           Move spaces to DtName
           String ClLastName delimited by "  "
                  ", " delimited by size
                  ClFirstName delimited by "  "
                  into DtName
           End-string
           Move AsCoCode to DtCoCode
           Move AsHours to DtHours
           Move AsMethod to DtMethod
           Move AsFtStatus to DtFt
           Move AsOffer to DtOffer
           Move AsEnrolled to DtEnrolled
           Move AsLine14 to DtLine14
           Move AsLine15 to DtLine15
           Move AsLine16 to DtLine16
           Write ReportRecord from DetailLine
                after advancing 1 line.

       500-PrintTotals.
           Write ReportRecord from BlankLine
                after advancing 1 line
           Move "Employees in the month:" to TlLabel
           Move TotEmployed to TlCount
           Write ReportRecord from TotalLine
                after advancing 1 line
           Move "Full-time:" to TlLabel
           Move TotFullTime to TlCount
           Write ReportRecord from TotalLine
                after advancing 1 line
           Move "In initial measurement:" to TlLabel
           Move TotMeasuring to TlCount
           Write ReportRecord from TotalLine
                after advancing 1 line
           Move "Offered coverage:" to TlLabel
           Move TotOffered to TlCount
           Write ReportRecord from TotalLine
                after advancing 1 line
           Move "Enrolled:" to TlLabel
           Move TotEnrolled to TlCount
           Write ReportRecord from TotalLine
                after advancing 1 line
           Move "Full-time with no offer:" to TlLabel
           Move TotNotOffered to TlCount
           Write ReportRecord from TotalLine
                after advancing 1 line
           If ReplacedCount > 0
               Move "Prior records for period replaced:" to TlLabel
               Move ReplacedCount to TlCount
               Write ReportRecord from TotalLine
                    after advancing 1 line
           End-if
           If EarnDropCount > 0
               Move EarnDropCount to DropStr
               Move " earnings lines NOT counted - table full ***"
                    to DropText
               Write ReportRecord from DropLine
                    after advancing 1 line
           End-if
           If PriorDropCount > 0
               Move PriorDropCount to DropStr
               Move " look-back lines NOT counted - table full ***"
                    to DropText
               Write ReportRecord from DropLine
                    after advancing 1 line
           End-if.
