      *      James Olsen
      *      ACA year-end forms: reads the monthly ACA status file that
      *      Lab6m builds (lab6m-acastat.dat) for the tax year and, by
      *      employing company, prints a 1095-C for every employee who
      *      was full-time or enrolled in medical coverage in any month
      *      of the year: the line 14 offer code, line 15 employee-only
      *      premium and line 16 relief code for each month (in the
      *      "All 12" column when the year is uniform), and the Part
      *      III covered individuals, the employee and the dependents
      *      on lab5-depend.dat covered through the employee's tier.
      *      Months with no status record are reported as not
      *      employed.  A 1094-C transmittal per company then gives the
      *      form count and the full-time and total employee counts and
      *      minimum essential coverage offer indicator by month.  The
      *      tax year is the year of the current pay period unless
      *      lab6n-parm.dat names one.

       Identification Division.
       Program-Id. Lab6n.

       Environment Division.
       Input-Output Section.
       File-Control.
           Select AcaStatFile
                Assign to "lab6m-acastat.dat"
                Organization is line sequential
                File Status is AsFileStatus.
           Select TempStat
                Assign to disk.
           Select SortedStat
                Assign to "lab6n-sorted.dat"
                Organization is line sequential.
           Select CleanFile
                Assign to "lab5-clean.dat"
                Organization is indexed
                Access mode is dynamic
                Record key is ClEmpNum
                Alternate record key is ClDeptNum with duplicates
                File Status is ClFileStatus.
           Select DependFile
                Assign to "lab5-depend.dat"
                Organization is indexed
                Access mode is dynamic
                Record key is DpKey
                File Status is DpFileStatus.
           Select EmployerFile
                Assign to "lab5m-employer.dat"
                Organization is line sequential
                File Status is ErFileStatus.
           Select PayPeriodFile
                Assign to "payperiod.dat"
                Organization is line sequential
                File Status is PpdFileStatus.
           Select ParmFile
                Assign to "lab6n-parm.dat"
                Organization is line sequential
                File Status is PmFileStatus.
           Select Form1095
                Assign to "lab6n-1095c.dat"
                Organization is line sequential.
           Select Form1094
                Assign to "lab6n-1094c.dat"
                Organization is line sequential.

       Data Division.
       File Section.
       FD  AcaStatFile.
       01  AcaStatRec       Pic X(60).
       SD  TempStat.
       01  TempStatRec.
           05  TsPeriodId   Pic X(6).
           05               Pic X.
           05  TsEmpNum     Pic X(5).
           05               Pic X.
           05  TsCoCode     Pic X(2).
           05               Pic X(45).
       FD  SortedStat.
       01  SortedStatRec.
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
           05               Pic X(14).
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
       FD  DependFile.
       01  DependRec.
           05  DpKey.
               10  DpEmpNum  Pic X(5).
               10  DpSeq     Pic 99.
           05  DpName        Pic X(25).
           05  DpRelation    Pic X(10).
           05  DpDob         Pic 9(8).
           05  DpMedical     Pic X.
           05  DpDental      Pic X.
           05  DpVision      Pic X.
       FD  EmployerFile.
       01  EmployerRec.
           05  ErEin       Pic X(9).
           05  ErName      Pic X(35).
           05  ErStreet    Pic X(20).
           05  ErCityState Pic X(20).
           05  ErCoCode    Pic X(2).
       FD  PayPeriodFile.
       01  PayPeriodRec.
           05  PpdId        Pic X(6).
           05  PpdStartDate Pic 9(8).
           05  PpdEndDate   Pic 9(8).
           05  PpdStatus    Pic X.
       FD  ParmFile.
       01  ParmRec.
           05  PmTaxYear    Pic 9(4).
       FD  Form1095.
       01  Form1095Rec      Pic X(132).
       FD  Form1094.
       01  Form1094Rec      Pic X(90).

       Working-Storage Section.
       01   AsFileStatus   Pic XX.
       01   ClFileStatus   Pic XX.
       01   DpFileStatus   Pic XX.
       01   ErFileStatus   Pic XX.
       01   PpdFileStatus  Pic XX.
       01   PmFileStatus   Pic XX.
       01   ErEOF          Pic X Value "N".
       01   StatEOF        Pic X Value "N".
       01   DepEOF         Pic X.
       01   DepAvail       Pic X Value "N".
       01   WSDate.
            05  WSYr       Pic 9(4).
            05  WSMo       Pic 9(2).
            05  WSDay      Pic 9(2).
       01   TaxYear        Pic 9(4).
       01   PdSplit.
            05  PdYr       Pic 9(4).
            05  PdMoNum    Pic 99.
       01   MonthNames     Pic X(36) Value
                     "JanFebMarAprMayJunJulAugSepOctNovDec".
       01   MonthNameTable Redefines MonthNames.
            05  MonthName  Pic X(3) OCCURS 12 TIMES.
       01   CoTable.
            05  CoEntry OCCURS 20 TIMES.
                10  CtCoCode     Pic X(2).
                10  CtEin        Pic X(9).
                10  CtName       Pic X(35).
                10  CtStreet     Pic X(20).
                10  CtCityState  Pic X(20).
                10  CtForms      Pic 9(5).
                10  CtMonth OCCURS 12 TIMES.
                    15  CtFtCount    Pic 9(5).
                    15  CtTotCount   Pic 9(5).
                    15  CtOfferFt    Pic 9(5).
       01   CoCount        Pic 99 Value 0.
       01   CoIdx          Pic 99.
       01   CoFound        Pic X.
       01   CoDropCount    Pic 9(5) Value 0.
       01   StatCo         Pic X(2).
      *    The months of the employee being gathered.
       01   CurCoCode      Pic X(2) Value spaces.
       01   CurEmpNum      Pic X(5) Value spaces.
       01   CurCoIdx       Pic 99 Value 0.
       01   EmpMonths.
            05  EmMonth OCCURS 12 TIMES.
                10  EmHave       Pic X.
                10  EmFt         Pic X.
                10  EmEnrolled   Pic X.
                10  EmTier       Pic X.
                10  EmLine14     Pic X(2).
                10  EmLine15     Pic 9(5)V99.
                10  EmLine16     Pic X(2).
       01   MoIdx          Pic 99.
       01   EmpNeedsForm   Pic X.
       01   EmpEnrolledAny Pic X.
       01   SameAll        Pic X.
       01   CoverSpouse    Pic X.
       01   CoverCount     Pic 99.
       01   TotForms       Pic 9(5) Value 0.
       01   TotStatRecs    Pic 9(6) Value 0.
       01   AmtEdit        Pic ZZZZ9.99.
       01   DobSplit.
            05  DobYr      Pic 9(4).
            05  DobMo      Pic 99.
            05  DobDay     Pic 99.
       01   DobPrint.
            05  DbMo       Pic 99.
            05             Pic X Value "/".
            05  DbDay      Pic 99.
            05             Pic X Value "/".
            05  DbYr       Pic 9(4).
       01   FormRule       Pic X(116) Value all "=".
       01   BlankLine      Pic X Value spaces.
       01   NoStatusLine   Pic X(60) Value
                     "No ACA status file - run Lab6m for each month " &
                     "first.".
       01   NoYearLine.
            05             Pic X(36) Value
                     "No ACA status records for tax year ".
            05  NylYear    Pic 9(4).
       01   FormHeadLine.
            05             Pic X(13) Value "Form 1095-C  ".
            05             Pic X(53) Value "Employer-Provided Health " &
                                  "Insurance Offer and Coverage".
            05             Pic X(10) Value "Tax year  ".
            05  FhYear     Pic 9(4).
       01   EmployerLine.
            05             Pic X(12) Value "Employer:   ".
            05  ElName     Pic X(35).
            05             Pic X(6) Value " FEIN ".
            05  ElEin      Pic X(9).
            05             Pic X(9) Value "  Company".
            05             Pic X Value spaces.
            05  ElCoCode   Pic X(2).
       01   EmployeeLine.
            05             Pic X(12) Value "Employee:   ".
            05  EeEmpNum   Pic X(5).
            05             Pic X(2) Value spaces.
            05  EeName     Pic X(30).
            05             Pic X(5) Value " SSN ".
            05  EeSsn      Pic X(9).
            05             Pic X(2) Value spaces.
            05  EeStreet   Pic X(20).
            05             Pic X Value spaces.
            05  EeCityState Pic X(20).
       01   PartTwoHead    Pic X(40) Value
                     "Part II  Employee Offer and Coverage".
       01   MonthHead.
            05             Pic X(12) Value spaces.
            05  MhCell OCCURS 13 TIMES.
                10  MhText     Pic X(8).
       01   CodeLine.
            05  CdLabel    Pic X(12).
            05  CdCell OCCURS 13 TIMES.
                10             Pic X(4).
                10  CdCode     Pic X(2).
                10             Pic X(2).
       01   AmtLine.
            05  AmLabel    Pic X(12).
            05  AmCell OCCURS 13 TIMES.
                10  AmCellX    Pic X(8).
       01   PartThreeHead  Pic X(40) Value
                     "Part III  Covered Individuals".
       01   CoverHead.
            05             Pic X(26) Value "Name".
            05             Pic X(11) Value "SSN or DOB".
            05  ChCell OCCURS 13 TIMES.
                10  ChText     Pic X(4).
       01   CoverLine.
            05  CvName     Pic X(26).
            05  CvId       Pic X(11).
            05  CvCell OCCURS 13 TIMES.
                10             Pic X(2).
                10  CvMark     Pic X.
                10             Pic X.
       01   FormTotLine.
            05             Pic X(29) Value
                     "Total 1095-C forms printed: ".
            05  FtlCount   Pic ZZ,ZZ9.
       01   CoDropLine.
            05             Pic X(4) Value "*** ".
            05  CoDropStr  Pic ZZ,ZZ9.
            05             Pic X(51) Value " status lines NOT " &
                               "reported - company table full ***".
       01   TransHeadLine.
            05             Pic X(13) Value "Form 1094-C  ".
            05             Pic X(42) Value "Transmittal of Employer " &
                                  "1095-C Returns".
            05             Pic X(10) Value "Tax year  ".
            05  ThYear     Pic 9(4).
       01   TransRule      Pic X(70) Value all "=".
       01   TransEmpLine.
            05             Pic X(12) Value "Employer:   ".
            05  TeName     Pic X(35).
            05             Pic X(6) Value " FEIN ".
            05  TeEin      Pic X(9).
       01   TransAddrLine.
            05             Pic X(12) Value "Address:    ".
            05  TaStreet   Pic X(20).
            05             Pic X Value spaces.
            05  TaCityState Pic X(20).
       01   TransCountLine.
            05             Pic X(2) Value spaces.
            05  TcLabel    Pic X(40).
            05  TcValue    Pic X(8).
       01   TransColHead.
            05             Pic X(2) Value spaces.
            05             Pic X(8) Value "Month".
            05             Pic X(12) Value "MEC Offer".
            05             Pic X(18) Value "Full-Time Count".
            05             Pic X(13) Value "Total Count".
       01   TransMonthLine.
            05             Pic X(2) Value spaces.
            05  TmMonth    Pic X(3).
            05             Pic X(8) Value spaces.
            05  TmMec      Pic X.
            05             Pic X(10) Value spaces.
            05  TmFtCount  Pic ZZ,ZZ9.
            05             Pic X(10) Value spaces.
            05  TmTotCount Pic ZZ,ZZ9.
       01   CountEdit      Pic ZZ,ZZ9.

       Procedure Division.
       000-Main.
           Accept WSDate from date yyyymmdd

           Perform 100-GetTaxYear
           Perform 110-LoadParm
           Perform 120-LoadCompanies

           Open input AcaStatFile
           If Not (AsFileStatus = "00")
               Close AcaStatFile
               Open output Form1095
               Write Form1095Rec from NoStatusLine
                    after advancing 1 line
               Close Form1095
               Move 12 to Return-Code
               Stop Run
           End-if
           Close AcaStatFile

           Sort TempStat
               on ascending key TsCoCode TsEmpNum TsPeriodId
               using AcaStatFile
               giving SortedStat

           Open input SortedStat
                input CleanFile
                output Form1095
           Open input DependFile
           If DpFileStatus = "00"
               Move "Y" to DepAvail
           End-if

           Perform until StatEOF = "Y"
               Read SortedStat
                   At end
                       Move "Y" to StatEOF
                   Not at end
                       Perform 200-TakeStatus
               End-read
           End-perform
           If CurEmpNum not = spaces
               Perform 300-FinishEmployee
           End-if

           If TotStatRecs = 0
               Move TaxYear to NylYear
               Write Form1095Rec from NoYearLine
                    after advancing 1 line
           End-if
           Write Form1095Rec from BlankLine
                after advancing 1 line
           Move TotForms to FtlCount
           Write Form1095Rec from FormTotLine
                after advancing 1 line
           If CoDropCount > 0
               Move CoDropCount to CoDropStr
               Write Form1095Rec from CoDropLine
                    after advancing 1 line
           End-if

           Close SortedStat CleanFile Form1095
           If DepAvail = "Y"
               Close DependFile
           End-if

           Perform 600-PrintTransmittals
           Stop Run.

       100-GetTaxYear.
           Open input PayPeriodFile
           If PpdFileStatus = "00"
               Read PayPeriodFile
                   At end
                       Accept WSDate from date yyyymmdd
                   Not at end
                       Move PpdEndDate to WSDate
               End-read
           Else
               Accept WSDate from date yyyymmdd
           End-if
           Close PayPeriodFile
           Move WSYr to TaxYear.

       110-LoadParm.
           Open input ParmFile
           If PmFileStatus = "00"
               Read ParmFile
                   At end
                       Continue
                   Not at end
                       If PmTaxYear is numeric and PmTaxYear > 0
                           Move PmTaxYear to TaxYear
                       End-if
               End-read
           End-if
           Close ParmFile.

      *    One employer record per employing company; no company code
      *    means the primary company, 01.
       120-LoadCompanies.
           Open input EmployerFile
           If Not (ErFileStatus = "00")
               Close EmployerFile
               Exit paragraph
           End-if
           Perform until ErEOF = "Y"
               Read EmployerFile
                   At end
                       Move "Y" to ErEOF
                   Not at end
                       If CoCount < 20
                           Add 1 to CoCount
                           Move ErCoCode to CtCoCode(CoCount)
                           If ErCoCode = spaces
                               Move "01" to CtCoCode(CoCount)
                           End-if
                           Move ErEin to CtEin(CoCount)
                           Move ErName to CtName(CoCount)
                           Move ErStreet to CtStreet(CoCount)
                           Move ErCityState to CtCityState(CoCount)
                           Perform 125-ClearCompany
                       End-if
               End-read
           End-perform
           Close EmployerFile.

       125-ClearCompany.
           Move 0 to CtForms(CoCount)
           Perform Varying MoIdx from 1 by 1 Until MoIdx > 12
               Move 0 to CtFtCount(CoCount, MoIdx)
                         CtTotCount(CoCount, MoIdx)
                         CtOfferFt(CoCount, MoIdx)
           End-perform.

      *    A code found on the status file but not on the employer
      *    file is added with no FEIN as it comes.
       130-FindCompany.
           Move "N" to CoFound
           Perform Varying CoIdx from 1 by 1
                   Until CoIdx > CoCount or CoFound = "Y"
               If CtCoCode(CoIdx) = StatCo
                   Move "Y" to CoFound
               End-if
           End-perform
           If CoFound = "Y"
               Subtract 1 from CoIdx
           End-if
           If CoFound = "N" and CoCount < 20
               Add 1 to CoCount
               Move StatCo to CtCoCode(CoCount)
               Move spaces to CtEin(CoCount) CtName(CoCount)
                              CtStreet(CoCount) CtCityState(CoCount)
               Perform 125-ClearCompany
               Move CoCount to CoIdx
               Move "Y" to CoFound
           End-if.

      *    Status lines arrive by company, employee and month; each
      *    month is added to the company's 1094-C counts and kept for
      *    the employee's 1095-C.
       200-TakeStatus.
           Move AsPeriodId to PdSplit
           If Not (PdYr = TaxYear) or PdMoNum < 1 or PdMoNum > 12
               Exit paragraph
           End-if
           Move AsCoCode to StatCo
           If StatCo = spaces
               Move "01" to StatCo
           End-if
           If StatCo not = CurCoCode or AsEmpNum not = CurEmpNum
               If CurEmpNum not = spaces
                   Perform 300-FinishEmployee
               End-if
               Perform 210-StartEmployee
           End-if
           If CurCoIdx = 0
               Add 1 to CoDropCount
               Exit paragraph
           End-if
           Add 1 to TotStatRecs

           Move PdMoNum to MoIdx
           Move "Y" to EmHave(MoIdx)
           Move AsFtStatus to EmFt(MoIdx)
           Move AsEnrolled to EmEnrolled(MoIdx)
           Move AsTier to EmTier(MoIdx)
           Move AsLine14 to EmLine14(MoIdx)
           Move AsLine15 to EmLine15(MoIdx)
           Move AsLine16 to EmLine16(MoIdx)

           Add 1 to CtTotCount(CurCoIdx, MoIdx)
           If AsFtStatus = "F"
               Add 1 to CtFtCount(CurCoIdx, MoIdx)
               If AsOffer = "Y"
                   Add 1 to CtOfferFt(CurCoIdx, MoIdx)
               End-if
           End-if.

      *    Until a month says otherwise the employee was not employed
      *    in it: no offer (1H) and relief code 2A.
       210-StartEmployee.
           Move StatCo to CurCoCode
           Move AsEmpNum to CurEmpNum
           Perform 130-FindCompany
           If CoFound = "Y"
               Move CoIdx to CurCoIdx
           Else
               Move 0 to CurCoIdx
           End-if
           Perform Varying MoIdx from 1 by 1 Until MoIdx > 12
               Move "N" to EmHave(MoIdx) EmEnrolled(MoIdx)
               Move spaces to EmFt(MoIdx) EmTier(MoIdx)
               Move "1H" to EmLine14(MoIdx)
               Move 0 to EmLine15(MoIdx)
               Move "2A" to EmLine16(MoIdx)
           End-perform.

      *    A form is owed to anyone full-time in any month, and to
      *    anyone enrolled in the company's medical plan, whose
      *    coverage is reported in Part III.
       300-FinishEmployee.
           If CurCoIdx = 0
               Exit paragraph
           End-if
           Move "N" to EmpNeedsForm EmpEnrolledAny
           Perform Varying MoIdx from 1 by 1 Until MoIdx > 12
               If EmFt(MoIdx) = "F"
                   Move "Y" to EmpNeedsForm
               End-if
               If EmEnrolled(MoIdx) = "Y"
                   Move "Y" to EmpNeedsForm EmpEnrolledAny
               End-if
           End-perform
           If EmpNeedsForm = "N"
               Exit paragraph
           End-if

           Move CurEmpNum to ClEmpNum
           Read CleanFile
               Invalid key
                   Move spaces to ClLastName ClFirstName ClEmpSsn
                                  ClStreet ClCityState
           End-read

           Add 1 to TotForms
           Add 1 to CtForms(CurCoIdx)
           Perform 310-PrintFormHead
           Perform 320-PrintPartTwo
           If EmpEnrolledAny = "Y"
               Perform 400-PrintPartThree
           End-if.

       310-PrintFormHead.
           Write Form1095Rec from FormRule
                after advancing 1 line
           Move TaxYear to FhYear
           Write Form1095Rec from FormHeadLine
                after advancing 1 line
           Move CtName(CurCoIdx) to ElName
           Move CtEin(CurCoIdx) to ElEin
           Move CurCoCode to ElCoCode
           Write Form1095Rec from EmployerLine
                after advancing 1 line
           Move CurEmpNum to EeEmpNum
           Move spaces to EeName
           String ClLastName delimited by "  "
                  ", " delimited by size
                  ClFirstName delimited by "  "
                  into EeName
           End-string
           Move ClEmpSsn to EeSsn
           Move ClStreet to EeStreet
           Move ClCityState to EeCityState
           Write Form1095Rec from EmployeeLine
                after advancing 1 line
           Write Form1095Rec from BlankLine
                after advancing 1 line.

      *    Each line goes in the "All 12" column when it is the same
      *    every month, otherwise month by month.  Line 15 is only
      *    shown for months with an offer.
       320-PrintPartTwo.
           Write Form1095Rec from PartTwoHead
                after advancing 1 line
           Move "  All 12" to MhText(1)
           Perform Varying MoIdx from 1 by 1 Until MoIdx > 12
               Move spaces to MhText(MoIdx + 1)
               Move MonthName(MoIdx) to MhText(MoIdx + 1)(5:3)
           End-perform
           Write Form1095Rec from MonthHead
                after advancing 1 line

           Move spaces to CodeLine
           Move "Line 14" to CdLabel
           Move "Y" to SameAll
           Perform Varying MoIdx from 2 by 1 Until MoIdx > 12
               If EmLine14(MoIdx) not = EmLine14(1)
                   Move "N" to SameAll
               End-if
           End-perform
           If SameAll = "Y"
               Move EmLine14(1) to CdCode(1)
           Else
               Perform Varying MoIdx from 1 by 1 Until MoIdx > 12
                   Move EmLine14(MoIdx) to CdCode(MoIdx + 1)
               End-perform
           End-if
           Write Form1095Rec from CodeLine
                after advancing 1 line

           Move spaces to AmtLine
           Move "Line 15" to AmLabel
           Move "Y" to SameAll
           Perform Varying MoIdx from 2 by 1 Until MoIdx > 12
               If EmLine15(MoIdx) not = EmLine15(1)
                       or EmLine14(MoIdx) not = EmLine14(1)
                   Move "N" to SameAll
               End-if
           End-perform
           If SameAll = "Y"
               If EmLine14(1) not = "1H"
                   Move EmLine15(1) to AmtEdit
                   Move AmtEdit to AmCellX(1)
               End-if
           Else
               Perform Varying MoIdx from 1 by 1 Until MoIdx > 12
                   If EmLine14(MoIdx) not = "1H"
                       Move EmLine15(MoIdx) to AmtEdit
                       Move AmtEdit to AmCellX(MoIdx + 1)
                   End-if
               End-perform
           End-if
           Write Form1095Rec from AmtLine
                after advancing 1 line

           Move spaces to CodeLine
           Move "Line 16" to CdLabel
           Move "Y" to SameAll
           Perform Varying MoIdx from 2 by 1 Until MoIdx > 12
               If EmLine16(MoIdx) not = EmLine16(1)
                   Move "N" to SameAll
               End-if
           End-perform
           If SameAll = "Y"
               Move EmLine16(1) to CdCode(1)
           Else
               Perform Varying MoIdx from 1 by 1 Until MoIdx > 12
                   Move EmLine16(MoIdx) to CdCode(MoIdx + 1)
               End-perform
           End-if
           Write Form1095Rec from CodeLine
                after advancing 1 line
           Write Form1095Rec from BlankLine
                after advancing 1 line.

      *    The employee is covered in every enrolled month.  A
      *    dependent carried for medical is covered in those months
      *    when the employee's tier reaches them: a spouse under the
      *    spouse or family tier, anyone else under the family tier.
       400-PrintPartThree.
           Write Form1095Rec from PartThreeHead
                after advancing 1 line
           Move " All" to ChText(1)
           Perform Varying MoIdx from 1 by 1 Until MoIdx > 12
               Move spaces to ChText(MoIdx + 1)
               Move MonthName(MoIdx) to ChText(MoIdx + 1)(2:3)
           End-perform
           Write Form1095Rec from CoverHead
                after advancing 1 line

           Move spaces to CoverLine
           Move EeName to CvName
           Move ClEmpSsn to CvId
           Move 0 to CoverCount
           Perform Varying MoIdx from 1 by 1 Until MoIdx > 12
               If EmEnrolled(MoIdx) = "Y"
                   Move "X" to CvMark(MoIdx + 1)
                   Add 1 to CoverCount
               End-if
           End-perform
           Perform 420-WriteCoverLine

           If DepAvail = "N"
               Write Form1095Rec from BlankLine
                    after advancing 1 line
               Exit paragraph
           End-if
           Move CurEmpNum to DpEmpNum
           Move 0 to DpSeq
           Move "N" to DepEOF
           Start DependFile key not < DpKey
               Invalid key
                   Move "Y" to DepEOF
           End-start
           Perform 410-ReadDependNext until DepEOF = "Y"
           Write Form1095Rec from BlankLine
                after advancing 1 line.

       410-ReadDependNext.
           Read DependFile next
               At end
                   Move "Y" to DepEOF
               Not at end
                   If DpEmpNum not = CurEmpNum
                       Move "Y" to DepEOF
                   Else
                       If DpMedical = "Y"
                           Perform 415-CoverDependent
                       End-if
                   End-if
           End-read.

       415-CoverDependent.
           Move "N" to CoverSpouse
           If DpRelation = "SPOUSE"
               Move "Y" to CoverSpouse
           End-if
           Move spaces to CoverLine
           Move DpName to CvName
           Move DpDob to DobSplit
           Move DobMo to DbMo
           Move DobDay to DbDay
           Move DobYr to DbYr
           Move DobPrint to CvId
           Move 0 to CoverCount
           Perform Varying MoIdx from 1 by 1 Until MoIdx > 12
               If EmEnrolled(MoIdx) = "Y"
                   If EmTier(MoIdx) = "F"
                           or (EmTier(MoIdx) = "S"
                               and CoverSpouse = "Y")
                       Move "X" to CvMark(MoIdx + 1)
                       Add 1 to CoverCount
                   End-if
               End-if
           End-perform
           If CoverCount > 0
               Perform 420-WriteCoverLine
           End-if.

      *    Covered all year goes in the "All" column alone.
       420-WriteCoverLine.
           If CoverCount = 12
               Perform Varying MoIdx from 2 by 1 Until MoIdx > 13
                   Move space to CvMark(MoIdx)
               End-perform
               Move "X" to CvMark(1)
           End-if
           Write Form1095Rec from CoverLine
                after advancing 1 line.

      *    The offer indicator is met for a month when coverage went
      *    to at least 95 percent of that month's full-time staff.
       600-PrintTransmittals.
           Open output Form1094
           Perform 610-PrintCompany
               Varying CoIdx from 1 by 1
               Until CoIdx > CoCount
           Close Form1094.

       610-PrintCompany.
           Write Form1094Rec from TransRule
                after advancing 1 line
           Move TaxYear to ThYear
           Write Form1094Rec from TransHeadLine
                after advancing 1 line
           Move CtName(CoIdx) to TeName
           Move CtEin(CoIdx) to TeEin
           Write Form1094Rec from TransEmpLine
                after advancing 1 line
           Move CtStreet(CoIdx) to TaStreet
           Move CtCityState(CoIdx) to TaCityState
           Write Form1094Rec from TransAddrLine
                after advancing 1 line
           Write Form1094Rec from BlankLine
                after advancing 1 line

           Move "Total 1095-C forms filed:" to TcLabel
           Move CtForms(CoIdx) to CountEdit
           Move CountEdit to TcValue
           Write Form1094Rec from TransCountLine
                after advancing 1 line
           Move "Member of aggregated ALE group:" to TcLabel
           If CoCount > 1
               Move "     Yes" to TcValue
           Else
               Move "      No" to TcValue
           End-if
           Write Form1094Rec from TransCountLine
                after advancing 1 line
           Write Form1094Rec from BlankLine
                after advancing 1 line

           Write Form1094Rec from TransColHead
                after advancing 1 line
           Perform Varying MoIdx from 1 by 1 Until MoIdx > 12
               Move MonthName(MoIdx) to TmMonth
               If CtOfferFt(CoIdx, MoIdx) * 100
                       >= CtFtCount(CoIdx, MoIdx) * 95
                   Move "Y" to TmMec
               Else
                   Move "N" to TmMec
               End-if
               Move CtFtCount(CoIdx, MoIdx) to TmFtCount
               Move CtTotCount(CoIdx, MoIdx) to TmTotCount
               Write Form1094Rec from TransMonthLine
                    after advancing 1 line
           End-perform
           Write Form1094Rec from BlankLine
                after advancing 1 line.
