      *      James Olsen
      *      Year-end total compensation statements.  Pay statements
      *      only show what comes out of an employee's check; this run
      *      shows what the company spent on each active employee for
      *      the year: gross pay and the employer FICA, Medicare, FUTA,
      *      SUTA and 401k match from the YTD master, the employer
      *      share of the medical / dental / vision plans elected
      *      (priced month by month from benplans.dat at the
      *      employee's tier), workers' comp premium at the class rate
      *      per $100 of gross, and the value of the PTO balance on the
      *      leave master.  One statement prints per employee, in
      *      department order, followed by a company summary page by
      *      department.  Run with the other year-end reports; once
      *      Lab6e has closed the year and reset the YTD master, the
      *      year's figures are taken from the rows it wrote to the
      *      prior-year file (lab6a-ytdprior.dat) instead, and the run
      *      is refused if that file holds nothing for the year.

       Identification Division.
       Program-Id. Lab6t.

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
           Select YtdFile
                Assign to "lab6a-ytd.dat"
                Organization is indexed
                Access mode is dynamic
                Record key is YtdEmpNum
                File Status is YtdFileStatus.
           Select LeaveFile
                Assign to "lab10a-leave.dat"
                Organization is indexed
                Access mode is dynamic
                Record key is LvEmpNum
                File Status is LvFileStatus.
           Select BenPlanFile
                Assign to "benplans.dat"
                Organization is line sequential
                File Status is BpFileStatus.
           Select WcClassFile
                Assign to "wcclass.dat"
                Organization is line sequential
                File Status is WcFileStatus.
           Select PayPeriodFile
                Assign to "payperiod.dat"
                Organization is line sequential
                File Status is PpdFileStatus.
           Select PriorYtdFile
                Assign to "lab6a-ytdprior.dat"
                Organization is line sequential
                File Status is PyFileStatus.
           Select JobStateFile
                Assign to "jobstate.dat"
                Organization is line sequential
                File Status is JsFileStatus.
           Select StmtReport
                Assign to "lab6t-out.dat"
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
       FD  YtdFile.
       01  YtdRec.
           05  YtdEmpNum     Pic X(5).
           05  YtdGrossPay   Pic 9(9)V99.
           05  Ytd401k       Pic 9(7)V99.
           05  YtdFedTax     Pic 9(7)V99.
           05  YtdStateTax   Pic 9(7)V99.
           05  YtdDistTax    Pic 9(7)V99.
           05  YtdInsurance  Pic 9(7)V99.
           05  YtdEmpFica    Pic 9(7)V99.
           05  YtdEmpMed     Pic 9(7)V99.
           05  YtdEmpFuta    Pic 9(7)V99.
           05  YtdEmpSuta    Pic 9(7)V99.
           05  Ytd401kMatch  Pic 9(7)V99.
           05  YtdLastPostPd Pic X(6).
           05  YtdEeFica     Pic 9(7)V99.
           05  YtdEeMed      Pic 9(7)V99.
           05  YtdFedWages   Pic 9(9)V99.
           05  YtdFicaWages  Pic 9(9)V99.
           05  YtdCoCode     Pic X(2).
           05  YtdCoGross    Pic 9(9)V99.
           05  YtdCoFicaWages Pic 9(9)V99.
       FD  LeaveFile.
       01  LeaveRec.
           05  LvEmpNum    Pic X(5).
           05  LvPtoBal    Pic S9(4)V99.
           05  LvSickBal   Pic S9(4)V99.
       FD  BenPlanFile.
       01  BenPlanRec.
           05  BpPlanCode   Pic X(3).
           05  BpTier       Pic X.
           05  BpEmpShare   Pic 9(5)V99.
           05  BpErShare    Pic 9(5)V99.
           05  BpEffDate    Pic 9(8).
           05  BpExpDate    Pic 9(8).
           05  BpPreTax     Pic X.
       FD  WcClassFile.
       01  WcClassRec.
           05  WcCode      Pic X(4).
           05  WcRate      Pic 9(3)V99.
           05  WcDesc      Pic X(30).
       FD  PayPeriodFile.
       01  PayPeriodRec.
           05  PpdId        Pic X(6).
           05  PpdStartDate Pic 9(8).
           05  PpdEndDate   Pic 9(8).
           05  PpdStatus    Pic X.
       FD  PriorYtdFile.
       01  PriorYtdRec.
           05  PyTaxYear    Pic 9(4).
           05               Pic X.
           05  PyYtdImage   Pic X(200).
       FD  JobStateFile.
       01  JobStateRec.
           05  JsPeriodId  Pic X(6).
           05              Pic X.
           05  JsStep      Pic X(8).
           05              Pic X.
           05  JsDate      Pic 9(8).
           05              Pic X.
           05  JsTime      Pic 9(6).
           05              Pic X.
           05  JsRecCount  Pic 9(9).
       FD  StmtReport.
       01  ReportRecord     Pic X(132).

       Working-Storage Section.
       01   EOF            Pic X Value "N".
       01   BenPlanEOF     Pic X Value "N".
       01   ClassEOF       Pic X Value "N".
       01   ClFileStatus   Pic XX.
       01   YtdFileStatus  Pic XX.
       01   LvFileStatus   Pic XX.
       01   BpFileStatus   Pic XX.
       01   WcFileStatus   Pic XX.
       01   PpdFileStatus  Pic XX.
       01   PyFileStatus   Pic XX.
       01   JsFileStatus   Pic XX.
       01   PyEOF          Pic X Value "N".
       01   JsEOF          Pic X Value "N".
       01   YtdAvail       Pic X Value "N".
       01   YearClosed     Pic X Value "N".
       01   JsPeriodSave.
            05  JsSaveYr    Pic 9(4).
            05              Pic X(2) Value "YE".
       01   JsCloseStep     Pic X(8) Value "LAB6E".
      *    The prior-year rows carry the YTD record as it stood at the
      *    close; only the employer amounts are kept, by employee.
       01   PriorYtd.
            05  PvEmpNum     Pic X(5).
            05  PvGrossPay   Pic 9(9)V99.
            05  Pv401k       Pic 9(7)V99.
            05  PvFedTax     Pic 9(7)V99.
            05  PvStateTax   Pic 9(7)V99.
            05  PvDistTax    Pic 9(7)V99.
            05  PvInsurance  Pic 9(7)V99.
            05  PvEmpFica    Pic 9(7)V99.
            05  PvEmpMed     Pic 9(7)V99.
            05  PvEmpFuta    Pic 9(7)V99.
            05  PvEmpSuta    Pic 9(7)V99.
            05  Pv401kMatch  Pic 9(7)V99.
            05               Pic X(94).
       01   PriorTable.
            05  PriorEntry OCCURS 2000 TIMES.
                10  PtEmpNum   Pic X(5).
                10  PtGross    Pic 9(9)V99.
                10  PtFica     Pic 9(7)V99.
                10  PtMed      Pic 9(7)V99.
                10  PtFuta     Pic 9(7)V99.
                10  PtSuta     Pic 9(7)V99.
                10  PtMatch    Pic 9(7)V99.
       01   PriorCount     Pic 9(4) Value 0.
       01   PriorIdx       Pic 9(4) Value 0.
       01   PriorFound     Pic X.
       01   LvAvail        Pic X Value "N".
       01   WSDate.
            05  WSYr       Pic 9(4).
            05  WSMo       Pic 99.
            05  WSDay      Pic 99.
       01   TaxYear        Pic 9(4) Value 0.
       01   BenPlanTable.
            05  BenPlanEntry OCCURS 100 TIMES.
                10  BtPlan      Pic X(3).
                10  BtTier      Pic X.
                10  BtErShare   Pic 9(5)V99.
                10  BtEffDate   Pic 9(8).
                10  BtExpDate   Pic 9(8).
       01   BenPlanCount   Pic 999 Value 0.
       01   BenIdx         Pic 999.
       01   BenPlanCode    Pic X(3).
       01   BenPlanFound   Pic X.
       01   BenAsOfDate    Pic 9(8) Value 0.
       01   BenErMonth     Pic 9(5)V99 Value 0.
       01   BenFirstMo     Pic 99 Value 0.
       01   BenLastMo      Pic 99 Value 0.
       01   BenMo          Pic 99 Value 0.
       01   ClassTable.
            05  ClassEntry OCCURS 100 TIMES.
                10  CtCode     Pic X(4).
                10  CtRate     Pic 9(3)V99.
       01   ClassCount     Pic 999 Value 0.
       01   ClassIdx       Pic 999.
       01   ClassFound     Pic X.
       01   HourlyRate     Pic 9(5)V9999 Value 0.
       01   EmpAmounts.
            05  EaGross    Pic 9(9)V99.
            05  EaFica     Pic 9(7)V99.
            05  EaMed      Pic 9(7)V99.
            05  EaFuta     Pic 9(7)V99.
            05  EaSuta     Pic 9(7)V99.
            05  EaMatch    Pic 9(7)V99.
            05  EaMedPlan  Pic 9(7)V99.
            05  EaDenPlan  Pic 9(7)V99.
            05  EaVisPlan  Pic 9(7)V99.
            05  EaWc       Pic 9(7)V99.
            05  EaPtoHrs   Pic 9(4)V99.
            05  EaPto      Pic 9(7)V99.
            05  EaCoPaid   Pic 9(9)V99.
            05  EaTotal    Pic 9(9)V99.
       01   DeptTable.
            05  DeptEntry OCCURS 200 TIMES.
                10  SdDept     Pic X(5).
                10  SdName     Pic X(15).
                10  SdCount    Pic 9(5).
                10  SdGross    Pic 9(9)V99.
                10  SdTaxes    Pic 9(9)V99.
                10  SdMatch    Pic 9(9)V99.
                10  SdBen      Pic 9(9)V99.
                10  SdWc       Pic 9(9)V99.
                10  SdPto      Pic 9(9)V99.
                10  SdTotal    Pic 9(9)V99.
       01   DeptCount      Pic 999 Value 0.
       01   DeptIdx        Pic 999 Value 0.
       01   DeptDrop       Pic 9(5) Value 0.
       01   CoTotals.
            05  CoCount    Pic 9(5) Value 0.
            05  CoGross    Pic 9(9)V99 Value 0.
            05  CoTaxes    Pic 9(9)V99 Value 0.
            05  CoMatch    Pic 9(9)V99 Value 0.
            05  CoBen      Pic 9(9)V99 Value 0.
            05  CoWc       Pic 9(9)V99 Value 0.
            05  CoPto      Pic 9(9)V99 Value 0.
            05  CoTotal    Pic 9(9)V99 Value 0.
       01   NoMasterLine   Pic X(56) Value
                     "*** Employee master not available - " &
                     "no statements ***".
       01   NoPriorLine.
            05             Pic X(28) Value
                     "*** Year-end close has run ".
            05             Pic X(4) Value "for ".
            05  NpYear     Pic 9(4).
            05             Pic X(36) Value
                     " - no prior-year YTD rows found ***".
       01   StmtHead1.
            05             Pic X(20) Value spaces.
            05             Pic X(27) Value "Stomper & Wombat's " &
                                           "Emporium".
       01   StmtHead2.
            05             Pic X(14) Value spaces.
            05             Pic X(35) Value "Total Compensation " &
                                           "Statement for ".
            05  ShYear     Pic 9(4).
       01   StmtEmpLine.
            05             Pic X(12) Value "Employee:   ".
            05  SeEmpNum   Pic X(5).
            05             Pic X(2) Value spaces.
            05  SeName     Pic X(30).
            05             Pic X(2) Value spaces.
            05  SeTitle    Pic X(20).
       01   StmtDeptLine.
            05             Pic X(12) Value "Department: ".
            05  SdlDept    Pic X(5).
            05             Pic X(2) Value spaces.
            05  SdlName    Pic X(30).
       01   StmtSection    Pic X(60).
       01   StmtLine.
            05             Pic X(5) Value spaces.
            05  SlLabel    Pic X(44).
            05  SlAmt      Pic $$$,$$$,$$9.99.
       01   StmtRule.
            05             Pic X(49) Value spaces.
            05             Pic X(14) Value all "-".
       01   StmtPtoLine.
            05             Pic X(5) Value spaces.
            05             Pic X(22) Value "Paid time off balance ".
            05  SpHours    Pic Z,ZZ9.99.
            05             Pic X(14) Value " hours, valued".
            05             Pic X Value spaces.
            05  SpAmt      Pic $$$,$$$,$$9.99.
       01   StmtNote1      Pic X(72) Value
                     "Your own taxes, 401k and insurance deductions " &
                     "are part of gross pay".
       01   StmtNote2      Pic X(72) Value
                     "and appear on your pay statements.".
       01   SumHead.
            05             Pic X(35) Value "Total Compensation " &
                                           "Summary by Dept".
            05             Pic X(8) Value " - Year ".
            05  SuYear     Pic 9(4).
       01   SumColHead.
            05             Pic X(6) Value "Dep #".
            05             Pic X(16) Value "Department".
            05             Pic X(6) Value " Emps".
            05             Pic X(15) Value "          Gross".
            05             Pic X(15) Value "       Er Taxes".
            05             Pic X(15) Value "     401k Match".
            05             Pic X(15) Value "       Benefits".
            05             Pic X(15) Value "      Wkrs Comp".
            05             Pic X(15) Value "      PTO Value".
            05             Pic X(15) Value "     Total Comp".
       01   SumLine.
            05  SmDept     Pic X(5).
            05             Pic X Value spaces.
            05  SmName     Pic X(15).
            05             Pic X Value spaces.
            05  SmCount    Pic ZZZZ9.
            05             Pic X Value spaces.
            05  SmGross    Pic $$$,$$$,$$9.99.
            05             Pic X Value spaces.
            05  SmTaxes    Pic $$$,$$$,$$9.99.
            05             Pic X Value spaces.
            05  SmMatch    Pic $$$,$$$,$$9.99.
            05             Pic X Value spaces.
            05  SmBen      Pic $$$,$$$,$$9.99.
            05             Pic X Value spaces.
            05  SmWc       Pic $$$,$$$,$$9.99.
            05             Pic X Value spaces.
            05  SmPto      Pic $$$,$$$,$$9.99.
            05             Pic X Value spaces.
            05  SmTotal    Pic $$$,$$$,$$9.99.
       01   DeptDropLine.
            05             Pic X(4) Value "*** ".
            05  DdCount    Pic ZZ,ZZ9.
            05             Pic X(54) Value " employees in company " &
                               "total only - dept table full ***".
       01   BlankLine      Pic X Value spaces.

       Procedure Division.
       000-Main.
           Perform 100-GetTaxYear
           Perform 105-CheckYearClosed
           Perform 110-LoadBenPlans
           Perform 120-LoadClassTable

           Open output StmtReport
           Open input CleanFile
           If Not (ClFileStatus = "00")
               Close CleanFile
               Write ReportRecord from NoMasterLine
                    after advancing 1 line
               Close StmtReport
               Move 12 to Return-Code
               Stop Run
           End-if
           If YearClosed = "Y"
               Perform 106-LoadPriorYtd
               If PriorCount = 0
                   Close CleanFile
                   Move TaxYear to NpYear
                   Write ReportRecord from NoPriorLine
                        after advancing 1 line
                   Close StmtReport
                   Move 12 to Return-Code
                   Stop Run
               End-if
           Else
               Open input YtdFile
               If YtdFileStatus = "00"
                   Move "Y" to YtdAvail
               End-if
           End-if
           Open input LeaveFile
           If LvFileStatus = "00"
               Move "Y" to LvAvail
           End-if

      *    Walk the master on the department key so the statements
      *    come out grouped for distribution.
           Move low-values to ClDeptNum
           Start CleanFile key not < ClDeptNum
               Invalid key
                   Move "Y" to EOF
           End-start
           Perform until EOF = "Y"
               Read CleanFile next
                   At end
                       Move "Y" to EOF
                   Not at end
                       If Not (ClEmpStatus = "T")
                           Perform 200-Employee
                       End-if
               End-read
           End-perform

           Perform 500-PrintSummary

           Close CleanFile StmtReport
           If YtdAvail = "Y"
               Close YtdFile
           End-if
           If LvAvail = "Y"
               Close LeaveFile
           End-if
           Stop Run.

      *    Same year Lab6y reports - the year of the current pay
      *    period, or the year before when that period is January.
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
           Move WSYr to TaxYear
           If WSMo = 1
               Subtract 1 from TaxYear
           End-if
           Move TaxYear to JsSaveYr.

      *    Lab6e posts "yyyyYE" to the job-state file when it closes
      *    the year; after that the live YTD master is the new year's.
       105-CheckYearClosed.
           Open input JobStateFile
           If JsFileStatus = "00"
               Perform until JsEOF = "Y"
                   Read JobStateFile
                       At end
                           Move "Y" to JsEOF
                       Not at end
                           If JsPeriodId = JsPeriodSave
                               and JsStep = JsCloseStep
                               Move "Y" to YearClosed
                           End-if
                   End-read
               End-perform
           End-if
           Close JobStateFile.

      *    The tax year's rows from the prior-year file; the *PYR*
      *    control trailers are skipped.
       106-LoadPriorYtd.
           Open input PriorYtdFile
           If Not (PyFileStatus = "00")
               Close PriorYtdFile
               Exit paragraph
           End-if
           Perform until PyEOF = "Y"
               Read PriorYtdFile
                   At end
                       Move "Y" to PyEOF
                   Not at end
                       If Not (PriorYtdRec(1:5) = "*PYR*")
                           and PyTaxYear = TaxYear
                           and PriorCount < 2000
                           Move PyYtdImage to PriorYtd
                           Add 1 to PriorCount
                           Move PvEmpNum to PtEmpNum(PriorCount)
                           Move PvGrossPay to PtGross(PriorCount)
                           Move PvEmpFica to PtFica(PriorCount)
                           Move PvEmpMed to PtMed(PriorCount)
                           Move PvEmpFuta to PtFuta(PriorCount)
                           Move PvEmpSuta to PtSuta(PriorCount)
                           Move Pv401kMatch to PtMatch(PriorCount)
                       End-if
               End-read
           End-perform
           Close PriorYtdFile.

       110-LoadBenPlans.
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
                       If BenPlanCount < 100
                           Add 1 to BenPlanCount
                           Move BpPlanCode to BtPlan(BenPlanCount)
                           Move BpTier to BtTier(BenPlanCount)
                           Move BpErShare to BtErShare(BenPlanCount)
                           Move BpEffDate to BtEffDate(BenPlanCount)
                           Move BpExpDate to BtExpDate(BenPlanCount)
                       End-if
               End-read
           End-perform
           Close BenPlanFile.

       120-LoadClassTable.
           Open input WcClassFile
           If Not (WcFileStatus = "00")
               Close WcClassFile
               Exit paragraph
           End-if
           Perform until ClassEOF = "Y"
               Read WcClassFile
                   At end
                       Move "Y" to ClassEOF
                   Not at end
                       If ClassCount < 100
                           Add 1 to ClassCount
                           Move WcCode to CtCode(ClassCount)
                           Move WcRate to CtRate(ClassCount)
                       End-if
               End-read
           End-perform
           Close WcClassFile.

       200-Employee.
           Initialize EmpAmounts
           Perform 210-TakeYtd
           Perform 300-BenefitCost
           Perform 220-WcPremium
           Perform 230-PtoValue

           Compute EaCoPaid = EaFica + EaMed + EaFuta + EaSuta
                   + EaMatch + EaMedPlan + EaDenPlan + EaVisPlan
                   + EaWc
           Compute EaTotal = EaGross + EaCoPaid + EaPto

           Perform 400-PrintStatement
           Perform 450-PostDept.

       210-TakeYtd.
           If YearClosed = "Y"
               Perform 215-TakePriorYtd
               Exit paragraph
           End-if
           If YtdAvail = "N"
               Exit paragraph
           End-if
           Move ClEmpNum to YtdEmpNum
           Read YtdFile
               Invalid key
                   Exit paragraph
           End-read
           Move YtdGrossPay to EaGross
           Move YtdEmpFica to EaFica
           Move YtdEmpMed to EaMed
           Move YtdEmpFuta to EaFuta
           Move YtdEmpSuta to EaSuta
           Move Ytd401kMatch to EaMatch.

       215-TakePriorYtd.
           Move "N" to PriorFound
           Perform Varying PriorIdx from 1 by 1
                   Until PriorIdx > PriorCount or PriorFound = "Y"
               If PtEmpNum(PriorIdx) = ClEmpNum
                   Move "Y" to PriorFound
                   Move PtGross(PriorIdx) to EaGross
                   Move PtFica(PriorIdx) to EaFica
                   Move PtMed(PriorIdx) to EaMed
                   Move PtFuta(PriorIdx) to EaFuta
                   Move PtSuta(PriorIdx) to EaSuta
                   Move PtMatch(PriorIdx) to EaMatch
               End-if
           End-perform.

      *    Priced on the year's gross at the class rate per $100 of
      *    wages, as Lab10w prices the quarter.
       220-WcPremium.
           Move "N" to ClassFound
           Perform Varying ClassIdx from 1 by 1
                   Until ClassIdx > ClassCount or ClassFound = "Y"
               If CtCode(ClassIdx) = ClWcClass
                   Move "Y" to ClassFound
                   Compute EaWc Rounded =
                           EaGross / 100 * CtRate(ClassIdx)
               End-if
           End-perform.

      *    PTO is valued at the employee's hourly rate the way Lab6f
      *    cashes it out at termination.
       230-PtoValue.
           If LvAvail = "N"
               Exit paragraph
           End-if
           Move ClEmpNum to LvEmpNum
           Read LeaveFile
               Invalid key
                   Exit paragraph
           End-read
           If LvPtoBal > 0
               Move LvPtoBal to EaPtoHrs
               If ClPayCode = "H"
                   Move ClPay to HourlyRate
               Else
                   Compute HourlyRate Rounded = ClPay / 2080
               End-if
               Compute EaPto Rounded = LvPtoBal * HourlyRate
           End-if.

      *    The employer share on benplans.dat is per monthly register,
      *    so each plan elected is priced one month at a time at the
      *    rate in effect mid-month, from the hire month (or January)
      *    through the current month of the year.
       300-BenefitCost.
           If Not (ClBenTier = "E" or "S" or "F")
               Exit paragraph
           End-if
           If ClHireYr > TaxYear
               Exit paragraph
           End-if
           Move 1 to BenFirstMo
           If ClHireYr = TaxYear
               Move ClHireMo to BenFirstMo
           End-if
           Move 12 to BenLastMo
           If WSYr = TaxYear
               Move WSMo to BenLastMo
           End-if
           Perform 310-BenefitMonth
               Varying BenMo from BenFirstMo by 1
               Until BenMo > BenLastMo.

       310-BenefitMonth.
           Compute BenAsOfDate = TaxYear * 10000 + BenMo * 100 + 15
           If ClMedical = "Y"
               Move "MED" to BenPlanCode
               Perform 320-FindBenPlan
               Add BenErMonth to EaMedPlan
           End-if
           If ClDental = "Y"
               Move "DEN" to BenPlanCode
               Perform 320-FindBenPlan
               Add BenErMonth to EaDenPlan
           End-if
           If ClVision = "Y"
               Move "VIS" to BenPlanCode
               Perform 320-FindBenPlan
               Add BenErMonth to EaVisPlan
           End-if.

       320-FindBenPlan.
           Move "N" to BenPlanFound
           Move 0 to BenErMonth
           Perform Varying BenIdx from 1 by 1
                   Until BenIdx > BenPlanCount or BenPlanFound = "Y"
               If BtPlan(BenIdx) = BenPlanCode
                       and BtTier(BenIdx) = ClBenTier
                       and BtEffDate(BenIdx) <= BenAsOfDate
                       and BtExpDate(BenIdx) >= BenAsOfDate
                   Move "Y" to BenPlanFound
                   Move BtErShare(BenIdx) to BenErMonth
               End-if
           End-perform.

       400-PrintStatement.
           Write ReportRecord from StmtHead1
                after advancing page
           Move TaxYear to ShYear
           Write ReportRecord from StmtHead2
                after advancing 1 line
           Write ReportRecord from BlankLine
                after advancing 1 line
           Move ClEmpNum to SeEmpNum
           Move spaces to SeName
           String ClLastName delimited by "  "
                  ", " delimited by size
                  ClFirstName delimited by "  "
                  into SeName
           End-string
           Move ClJobTitle to SeTitle
           Write ReportRecord from StmtEmpLine
                after advancing 1 line
           Move ClDeptNum to SdlDept
           Move ClDeptName to SdlName
           Write ReportRecord from StmtDeptLine
                after advancing 1 line
           Write ReportRecord from BlankLine
                after advancing 1 line

           Move "Your pay" to StmtSection
           Write ReportRecord from StmtSection
                after advancing 1 line
           Move "Gross wages" to SlLabel
           Move EaGross to SlAmt
           Write ReportRecord from StmtLine
                after advancing 1 line
           Write ReportRecord from BlankLine
                after advancing 1 line

           Move "Paid by the company on your behalf" to StmtSection
           Write ReportRecord from StmtSection
                after advancing 1 line
           Move "Social Security (employer share)" to SlLabel
           Move EaFica to SlAmt
           Write ReportRecord from StmtLine
                after advancing 1 line
           Move "Medicare (employer share)" to SlLabel
           Move EaMed to SlAmt
           Write ReportRecord from StmtLine
                after advancing 1 line
           Move "Federal unemployment tax" to SlLabel
           Move EaFuta to SlAmt
           Write ReportRecord from StmtLine
                after advancing 1 line
           Move "State unemployment tax" to SlLabel
           Move EaSuta to SlAmt
           Write ReportRecord from StmtLine
                after advancing 1 line
           Move "401k company match" to SlLabel
           Move EaMatch to SlAmt
           Write ReportRecord from StmtLine
                after advancing 1 line
           Move "Medical plan (company share)" to SlLabel
           Move EaMedPlan to SlAmt
           Write ReportRecord from StmtLine
                after advancing 1 line
           Move "Dental plan (company share)" to SlLabel
           Move EaDenPlan to SlAmt
           Write ReportRecord from StmtLine
                after advancing 1 line
           Move "Vision plan (company share)" to SlLabel
           Move EaVisPlan to SlAmt
           Write ReportRecord from StmtLine
                after advancing 1 line
           Move "Workers' compensation insurance" to SlLabel
           Move EaWc to SlAmt
           Write ReportRecord from StmtLine
                after advancing 1 line
           Write ReportRecord from StmtRule
                after advancing 1 line
           Move "Total paid by the company" to SlLabel
           Move EaCoPaid to SlAmt
           Write ReportRecord from StmtLine
                after advancing 1 line
           Write ReportRecord from BlankLine
                after advancing 1 line

           Move EaPtoHrs to SpHours
           Move EaPto to SpAmt
           Write ReportRecord from StmtPtoLine
                after advancing 1 line
           Write ReportRecord from BlankLine
                after advancing 1 line
           Move "Total compensation" to SlLabel
           Move EaTotal to SlAmt
           Write ReportRecord from StmtLine
                after advancing 1 line
           Write ReportRecord from BlankLine
                after advancing 1 line
           Write ReportRecord from StmtNote1
                after advancing 1 line
           Write ReportRecord from StmtNote2
                after advancing 1 line.

      *    The master comes in department order, so a new department
      *    is always the next table entry.
       450-PostDept.
           Add 1 to CoCount
           Add EaGross to CoGross
           Compute CoTaxes = CoTaxes + EaFica + EaMed + EaFuta
                   + EaSuta
           Add EaMatch to CoMatch
           Compute CoBen = CoBen + EaMedPlan + EaDenPlan + EaVisPlan
           Add EaWc to CoWc
           Add EaPto to CoPto
           Add EaTotal to CoTotal

           If DeptCount = 0 or Not (SdDept(DeptCount) = ClDeptNum)
               If DeptCount < 200
                   Add 1 to DeptCount
                   Initialize DeptEntry(DeptCount)
                   Move ClDeptNum to SdDept(DeptCount)
                   Move ClDeptName to SdName(DeptCount)
               Else
                   Add 1 to DeptDrop
                   Exit paragraph
               End-if
           End-if
           Add 1 to SdCount(DeptCount)
           Add EaGross to SdGross(DeptCount)
           Compute SdTaxes(DeptCount) = SdTaxes(DeptCount) + EaFica
                   + EaMed + EaFuta + EaSuta
           Add EaMatch to SdMatch(DeptCount)
           Compute SdBen(DeptCount) = SdBen(DeptCount) + EaMedPlan
                   + EaDenPlan + EaVisPlan
           Add EaWc to SdWc(DeptCount)
           Add EaPto to SdPto(DeptCount)
           Add EaTotal to SdTotal(DeptCount).

       500-PrintSummary.
           Move TaxYear to SuYear
           Write ReportRecord from SumHead
                after advancing page
           Write ReportRecord from BlankLine
                after advancing 1 line
           Write ReportRecord from SumColHead
                after advancing 1 line
           Write ReportRecord from BlankLine
                after advancing 1 line
           Perform 510-PrintDept
               Varying DeptIdx from 1 by 1
               Until DeptIdx > DeptCount
           Write ReportRecord from BlankLine
                after advancing 1 line
           Move spaces to SmDept
           Move "Company total" to SmName
           Move CoCount to SmCount
           Move CoGross to SmGross
           Move CoTaxes to SmTaxes
           Move CoMatch to SmMatch
           Move CoBen to SmBen
           Move CoWc to SmWc
           Move CoPto to SmPto
           Move CoTotal to SmTotal
           Write ReportRecord from SumLine
                after advancing 1 line
           If DeptDrop > 0
               Move DeptDrop to DdCount
               Write ReportRecord from DeptDropLine
                    after advancing 1 line
           End-if.

       510-PrintDept.
           Move SdDept(DeptIdx) to SmDept
           Move SdName(DeptIdx) to SmName
           Move SdCount(DeptIdx) to SmCount
           Move SdGross(DeptIdx) to SmGross
           Move SdTaxes(DeptIdx) to SmTaxes
           Move SdMatch(DeptIdx) to SmMatch
           Move SdBen(DeptIdx) to SmBen
           Move SdWc(DeptIdx) to SmWc
           Move SdPto(DeptIdx) to SmPto
           Move SdTotal(DeptIdx) to SmTotal
           Write ReportRecord from SumLine
                after advancing 1 line.
