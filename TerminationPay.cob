      *      logic, posts YTD and history, cuts the deposit or check
      *      off the shared check-number control, zeroes the leave
      *      record so the weekly run stops accruing, and remembers
      *      who it paid so a rerun cannot pay anyone twice.  Net pay
      *      is split across the employee's verified deposit
      *      allocations (lab5-deposit.dat) the same way the monthly
      *      register splits it; no prenotes go out for final pay, so
      *      anything bound for an account not yet verified is paid
      *      by check.  Each payment lands on the register's deposit
      *      detail file for the void run.

       Identification Division.
       Program-Id. Lab6f.
           Select TaxRateFile
                Assign to "lab6a-taxrates.dat"
                Organization is line sequential.
           Select FedBracketFile
                Assign to "lab6a-fedbrkt.dat"
                Organization is line sequential
                File Status is FbFileStatus.
           Select StateRateFile
                Assign to "lab6a-staterates.dat"
                Organization is line sequential
                Assign to "lab6a-checkctl.dat"
                Organization is line sequential
                File Status is CcFileStatus.
           Select EmployerFile
                Assign to "lab5m-employer.dat"
                Organization is line sequential
                File Status is ErFileStatus.
           Select DepositFile
                Assign to "lab5-deposit.dat"
                Organization is indexed
                Access mode is dynamic
                Record key is DaKey
                File Status is DaFileStatus.
           Select DepDetFile
                Assign to "lab6a-deposits.dat"
                Organization is line sequential
                File Status is DdFileStatus.
           Select FinalReport
                Assign to "lab6f-out.dat"
                Organization is line sequential.
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
       FD  TaxRateFile.
       01  TaxRateRec.
           05  TrStat       Pic X.
           05  TrFed        Pic V999.
           05  TrState      Pic V9999.
       FD  FedBracketFile.
       01  FedBracketRec.
           05  FbTable      Pic X.
           05  FbFilStat    Pic X.
           05  FbOver       Pic 9(7)V99.
           05  FbBase       Pic 9(7)V99.
           05  FbRate       Pic V9999.
       FD  StateRateFile.
       01  StateRateRec.
           05  SrState      Pic X(2).
           05  EtFutaBase   Pic 9(9).
           05  EtSutaRate   Pic V9999.
           05  EtSutaBase   Pic 9(9).
           05  EtAddMedRate Pic V9999.
           05  EtAddMedBase Pic 9(9).
       FD  Parm401kFile.
       01  Parm401kRec.
           05  PkLimit      Pic 9(7)V99.
           05  BpErShare    Pic 9(5)V99.
           05  BpEffDate    Pic 9(8).
           05  BpExpDate    Pic 9(8).
           05  BpPreTax     Pic X.
       FD  PayPeriodFile.
       01  PayPeriodRec.
           05  PpdId        Pic X(6).
           05  HstInsurance Pic 9(5)V99.
           05  HstGarnish   Pic 9(5)V999.
           05  HstNet       Pic 9(7)V99.
           05  HstEeFica    Pic 9(5)V99.
           05  HstEeMed     Pic 9(5)V99.
           05  HstFedWages  Pic 9(7)V99.
           05  HstFicaWages Pic 9(7)V99.
           05  HstCoCode    Pic X(2).
       FD  PaidCtlFile.
       01  PaidCtlRec.
           05  PdEmpNum     Pic X(5).
           05  AchAmount    Pic 9(9)V99.
           05  AchEmpNum    Pic X(5).
           05  AchEmpName   Pic X(20).
           05  AchCoCode    Pic X(2).
       FD  CheckFile.
       01  CheckRecord      Pic X(80).
       FD  CheckRegFile.
           05  PpPayee      Pic X(36).
           05               Pic X.
           05  PpDate       Pic 9(8).
           05               Pic X.
           05  PpCoCode     Pic X(2).
       FD  CheckCtlFile.
       01  CheckCtlRec.
           05  CcNextCheckNo  Pic 9(8).
       FD  EmployerFile.
       01  EmployerRec.
           05  ErEin       Pic X(9).
           05  ErName      Pic X(35).
           05  ErStreet    Pic X(20).
           05  ErCityState Pic X(20).
           05  ErCoCode    Pic X(2).
       FD  FinalReport.
       01  ReportRecord     Pic X(130).

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
       FD  DepDetFile.
       01  DepDetRec.
           05  DdPeriodId    Pic X(6).
           05                Pic X.
           05  DdEmpNum      Pic X(5).
           05                Pic X.
           05  DdSeq         Pic 99.
           05                Pic X.
           05  DdVia         Pic X.
           05                Pic X.
           05  DdAcctType    Pic X.
           05                Pic X.
           05  DdRouting     Pic X(9).
           05                Pic X.
           05  DdAccount     Pic X(17).
           05                Pic X.
           05  DdAmount      Pic 9(7)V99.
           05                Pic X.
           05  DdCheckNo     Pic 9(8).
           05                Pic X.
           05  DdCoCode      Pic X(2).

       Working-Storage Section.
       01   EOF            Pic X Value "N".
       01   ClFileStatus   Pic XX.
       01   CrFileStatus   Pic XX.
       01   PpFileStatus   Pic XX.
       01   CcFileStatus   Pic XX.
       01   ErFileStatus   Pic XX.
       01   ErEOF          Pic X Value "N".
       01   CompanyTable.
            05  CoEntry OCCURS 20 TIMES.
                10  CtCoCode     Pic X(2).
                10  CtName       Pic X(35).
       01   CoCount        Pic 99 Value 0.
       01   CoIdx          Pic 99.
       01   DefaultCoName  Pic X(35) Value "Stomper & Wombat's " &
                                           "Emporium".
       01   TaxEOF         Pic X Value "N".
       01   FbFileStatus   Pic XX.
       01   FedBrktEOF     Pic X Value "N".
       01   FedBrktTable.
            05  FedBrktEntry OCCURS 60 TIMES.
                10  FbtTable    Pic X.
                10  FbtFilStat  Pic X.
                10  FbtOver     Pic 9(7)V99.
                10  FbtBase     Pic 9(7)V99.
                10  FbtRate     Pic V9999.
       01   FedBrktCount   Pic 99 Value 0.
       01   FedBrktIdx     Pic 99.
       01   FedBrktHit     Pic 99.
       01   FedBrktFound   Pic X.
       01   FedFilStat     Pic X.
       01   FedTableKey    Pic X.
       01   FedPeriods     Pic 99 Value 12.
       01   FedAnnualWage  Pic S9(9)V99.
       01   FedAnnualTax   Pic S9(9)V99.
       01   FedPeriodTax   Pic S9(7)V99.
       01   W4CreditAmt    Pic 9(7)V99.
       01   W4OtherAmt     Pic 9(7)V99.
       01   W4DeductAmt    Pic 9(7)V99.
       01   W4ExtraAmt     Pic 9(7)V99.
       01   DistEOF        Pic X Value "N".
       01   EmpTaxEOF      Pic X Value "N".
       01   Parm401kEOF    Pic X Value "N".
       01   WkFutaBase     Pic 9(9) Value 0.
       01   WkSutaRate     Pic V9999 Value 0.
       01   WkSutaBase     Pic 9(9) Value 0.
       01   WkAddMedRate   Pic V9999 Value 0.
       01   WkAddMedBase   Pic 9(9) Value 0.
       01   Wk401kLimit    Pic 9(7)V99 Value 0.
       01   WkMatchRate    Pic V999 Value 0.
       01   WkMatchCap     Pic V999 Value 0.
                10  BtErShare   Pic 9(5)V99.
                10  BtEffDate   Pic 9(8).
                10  BtExpDate   Pic 9(8).
                10  BtPreTax    Pic X.
       01   BenPlanCount   Pic 999 Value 0.
       01   BenIdx         Pic 999.
       01   BenPlanCode    Pic X(3).
       01   BenPlanFound   Pic X.
       01   BenEmpShare    Pic 9(5)V99 Value 0.
       01   BenPreTax      Pic X.
       01   BenPass        Pic X.
       01   PreTaxIns      Pic 9(5)V99 Value 0.
       01   FedWages       Pic 9(7)V99 Value 0.
       01   FicaWages      Pic 9(7)V99 Value 0.
       01   PriorYtdFica   Pic 9(9)V99 Value 0.
       01   BenAsOfDate    Pic 9(8) Value 0.
       01   PaidTable.
            05  PaidEmpNum OCCURS 500 TIMES Pic X(5).
       01   CashoutAmt     Pic 9(7)V99 Value 0.
       01   GrossPayAmt    Pic 9(7)V99 Value 0.
       01   NetAmt         Pic 9(7)V99 Value 0.
       01   DaFileStatus   Pic XX.
       01   DdFileStatus   Pic XX.
       01   DepAvail       Pic X Value "N".
       01   DepEOF         Pic X.
       01   DepSplit.
            05  DsEntry OCCURS 12 TIMES.
                10  DsSeq       Pic 99.
                10  DsVia       Pic X.
                10  DsType      Pic X.
                10  DsRouting   Pic X(9).
                10  DsAccount   Pic X(17).
                10  DsAmount    Pic 9(7)V99.
       01   DsCount        Pic 99 Value 0.
       01   DsIdx          Pic 99.
       01   DepLeft        Pic 9(7)V99 Value 0.
       01   DepShare       Pic 9(7)V99 Value 0.
       01   CheckPayAmt    Pic 9(7)V99 Value 0.
       01   CheckNoUsed    Pic 9(8) Value 0.
       01   RemainAcct.
            05  RmFound    Pic X.
            05  RmSeq      Pic 99.
            05  RmType     Pic X.
            05  RmRouting  Pic X(9).
            05  RmAccount  Pic X(17).
            05  RmStat     Pic X.
       01   401kTemp       Pic 9(5)V99 Value 0.
       01   Match401k      Pic 9(5)V99 Value 0.
       01   MatchCapAmt    Pic 9(5)V99 Value 0.
       01   EmpMed         Pic 9(7)V99 Value 0.
       01   EmpFuta        Pic 9(7)V99 Value 0.
       01   EmpSuta        Pic 9(7)V99 Value 0.
       01   EeFica         Pic 9(7)V99 Value 0.
       01   EeMed          Pic 9(7)V99 Value 0.
       01   EeAddMed       Pic 9(7)V99 Value 0.
       01   AddMedWages    Pic 9(9)V99 Value 0.
       01   PaidEmps       Pic 9(4) Value 0.
       01   TotalGross     Pic 9(9)V99 Value 0.
       01   TotalCashout   Pic 9(9)V99 Value 0.
            05              Pic X Value spaces.
            05  CpnLast     Pic X(20).
       01   CheckHeadLine.
            05  ChkCoName   Pic X(35).
            05              Pic X(7) Value spaces.
            05              Pic X(10) Value "Check No: ".
            05  ChkNoStr    Pic 9(8).
       01   CheckDateLine.

           Perform 050-GetPeriod
           Perform 060-LoadTaxRates
           Perform 065-LoadFedBrackets
           Perform 061-LoadStateRates
           Perform 063-LoadRecip
           Perform 062-LoadDistricts
           Perform 068-LoadBenPlans
           Perform 070-LoadPaidCtl
           Perform 072-ReadCheckCtl
           Perform 078-LoadCompanies

           Open input CleanFile
                I-O LeaveFile
                output CheckFile
                output FinalReport
           Perform 074-OpenHistory
           Perform 076-OpenDeposits
           Open extend CheckRegFile
           Open extend PosPayFile

           Perform 930-WriteCheckCtl
           Close CleanFile LeaveFile YtdFile AchFile CheckFile
                 FinalReport HistFile CheckRegFile PosPayFile
                 DepDetFile
           If DepAvail = "Y"
               Close DepositFile
           End-if
           Stop Run.

       050-GetPeriod.
                       Move EtFutaBase to WkFutaBase
                       Move EtSutaRate to WkSutaRate
                       Move EtSutaBase to WkSutaBase
                       Move EtAddMedRate to WkAddMedRate
                       Move EtAddMedBase to WkAddMedBase
               End-read
           End-perform
           Close EmpTaxFile.

      *    Same federal bracket table the register loads.
       065-LoadFedBrackets.
           Open input FedBracketFile
           If FbFileStatus = "00"
               Perform until FedBrktEOF = "Y"
                   Read FedBracketFile
                       At end
                           Move "Y" to FedBrktEOF
                       Not at end
                           If FedBrktCount < 60
                               Add 1 to FedBrktCount
                               Move FbTable
                                   to FbtTable(FedBrktCount)
                               Move FbFilStat
                                   to FbtFilStat(FedBrktCount)
                               Move FbOver to FbtOver(FedBrktCount)
                               Move FbBase to FbtBase(FedBrktCount)
                               Move FbRate to FbtRate(FedBrktCount)
                           End-if
                   End-read
               End-perform
               Close FedBracketFile
           End-if.

       066-Load401kParm.
           Open input Parm401kFile
           If Not (PkFileStatus = "00")
                           Move BpErShare to BtErShare(BenPlanCount)
                           Move BpEffDate to BtEffDate(BenPlanCount)
                           Move BpExpDate to BtExpDate(BenPlanCount)
                           Move BpPreTax to BtPreTax(BenPlanCount)
                       End-if
               End-read
           End-perform
           End-if
           Close CheckCtlFile.

      *    One employer record per employing company (Lab5m keeps the
      *    same file); no company code means the primary company, 01.
       078-LoadCompanies.
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
                           Move ErName to CtName(CoCount)
                       End-if
               End-read
           End-perform
           Close EmployerFile.

       074-OpenHistory.
           Open extend HistFile
           If HsFileStatus = "35"
               Open extend HistFile
           End-if.

       076-OpenDeposits.
           Open input DepositFile
           If DaFileStatus = "00"
               Move "Y" to DepAvail
           End-if
           Open extend DepDetFile
           If DdFileStatus = "35"
               Open output DepDetFile
               Close DepDetFile
               Open extend DepDetFile
           End-if.

       100-ProcessTerm.
           Perform 110-CheckAlreadyPaid
           If AlreadyPaid = "Y"
           Perform 210-CashoutPto
           Compute GrossPayAmt = WageAmt + CommisAmt + CashoutAmt
           Move GrossPayAmt to NetAmt
           If ClCoCode = spaces
               Move "01" to ClCoCode
           End-if

           Perform 300-ReadYtd
           Perform 310-Compute401k
           Perform 312-ComputePreTaxIns
           Perform 320-ComputeFed
           Perform 330-ComputeState
           Perform 340-ComputeDistrict
           Perform 345-ComputeEmployeeFica
           Perform 350-ComputeInsurance
           Perform 360-ComputeGarnishment
           Perform 370-ComputeEmployerTax
                   Move 0 to YtdGrossPay Ytd401k YtdFedTax
                       YtdStateTax YtdDistTax YtdInsurance
                       YtdEmpFica YtdEmpMed YtdEmpFuta YtdEmpSuta
                       Ytd401kMatch YtdEeFica YtdEeMed
                       YtdFedWages YtdFicaWages
                       YtdCoGross YtdCoFicaWages
                   Move spaces to YtdLastPostPd
                   Move ClCoCode to YtdCoCode
           End-read
           Perform 305-SetYtdCompany
           Move YtdCoGross to PriorYtdGross
           Move YtdCoFicaWages to PriorYtdFica.

      *    Wage bases run per employing company, the same as in the
      *    monthly register.
       305-SetYtdCompany.
           If YtdCoCode = spaces
               Move "01" to YtdCoCode
               Move YtdGrossPay to YtdCoGross
               Move YtdFicaWages to YtdCoFicaWages
           End-if
           If Not (YtdCoCode = ClCoCode)
               Move ClCoCode to YtdCoCode
               Move 0 to YtdCoGross YtdCoFicaWages
           End-if.

       310-Compute401k.
           Move 0 to Match401k
               Move MatchCapAmt to Match401k
           End-if.

      *    Pre-tax plan premiums come out ahead of the withholding, the
      *    same as the register; 350-ComputeInsurance takes the rest.
       312-ComputePreTaxIns.
           Move 0 to TotalInsurance
           Move "P" to BenPass
           Perform 351-ElectedPlans
           Move TotalInsurance to PreTaxIns
           Compute FedWages = GrossPayAmt - 401kTemp - PreTaxIns
           Compute FicaWages = GrossPayAmt - PreTaxIns.

       315-FindTaxRate.
           Move "N" to TaxRateFound
           Move 1 to TaxFoundIdx
           End-perform.

       320-ComputeFed.
           Perform 322-ComputeFedGraduated
           If FedBrktFound = "Y"
               Compute NetAmt = NetAmt - Fed
               Exit paragraph
           End-if
           Perform 315-FindTaxRate
           If TaxRateFound = "N"
               Move 0 to Fed
               Compute NetAmt = NetAmt - Fed
           End-if.

      *    W-4 percentage method, worked the same way as the monthly
      *    register so the final check withholds on the same basis.
       322-ComputeFedGraduated.
           Move "N" to FedBrktFound
           If FedBrktCount = 0
               Exit paragraph
           End-if

           If ClW4FilStat = "S" or ClW4FilStat = "M"
                   or ClW4FilStat = "H"
               Move ClW4FilStat to FedFilStat
           Else If ClMaritalStat = "M"
               Move "M" to FedFilStat
           Else
               Move "S" to FedFilStat
           End-if
           End-if
           If ClW4MultJob = "Y"
               Move "M" to FedTableKey
           Else
               Move "S" to FedTableKey
           End-if

           Move 0 to W4CreditAmt W4OtherAmt W4DeductAmt W4ExtraAmt
           If ClW4DepCredit is numeric
               Move ClW4DepCredit to W4CreditAmt
           End-if
           If ClW4OthIncome is numeric
               Move ClW4OthIncome to W4OtherAmt
           End-if
           If ClW4Deduct is numeric
               Move ClW4Deduct to W4DeductAmt
           End-if
           If ClW4ExtraWh is numeric
               Move ClW4ExtraWh to W4ExtraAmt
           End-if

           Compute FedAnnualWage = FedWages * FedPeriods +
                   W4OtherAmt - W4DeductAmt
           If FedTableKey = "S"
               Perform Varying FedBrktIdx from 1 by 1
                       Until FedBrktIdx > FedBrktCount
                   If FbtTable(FedBrktIdx) = "A"
                           and FbtFilStat(FedBrktIdx) = FedFilStat
                       Compute FedAnnualWage = FedAnnualWage -
                               FbtBase(FedBrktIdx)
                   End-if
               End-perform
           End-if
           If FedAnnualWage < 0
               Move 0 to FedAnnualWage
           End-if

           Move 0 to FedBrktHit
           Perform Varying FedBrktIdx from 1 by 1
                   Until FedBrktIdx > FedBrktCount
               If FbtTable(FedBrktIdx) = FedTableKey
                       and FbtFilStat(FedBrktIdx) = FedFilStat
                       and FbtOver(FedBrktIdx) <= FedAnnualWage
                   If FedBrktHit = 0
                       Move FedBrktIdx to FedBrktHit
                   Else If FbtOver(FedBrktIdx) > FbtOver(FedBrktHit)
                       Move FedBrktIdx to FedBrktHit
                   End-if
                   End-if
               End-if
           End-perform
           If FedBrktHit = 0
               Exit paragraph
           End-if

           Compute FedAnnualTax = FbtBase(FedBrktHit) +
                   (FedAnnualWage - FbtOver(FedBrktHit)) *
                   FbtRate(FedBrktHit)
           Compute FedPeriodTax Rounded =
                   (FedAnnualTax - W4CreditAmt) / FedPeriods
           If FedPeriodTax < 0
               Move 0 to FedPeriodTax
           End-if
           Add W4ExtraAmt to FedPeriodTax
           If FedPeriodTax > NetAmt
               Move NetAmt to FedPeriodTax
           End-if
           Move FedPeriodTax to Fed
           Move "Y" to FedBrktFound.

      *    Same work-state / reciprocity selection the register uses,
      *    so a final check withholds for the same state the monthly
      *    run would have.
               End-if
           End-if.

      *    Same employee social security and Medicare withholding as
      *    the register: social security to the wage base, Medicare on
      *    all wages plus the additional rate past the threshold.
       345-ComputeEmployeeFica.
           If PriorYtdFica >= WkFicaBase
               Move 0 to CapWages
           Else
               Compute CapWages = WkFicaBase - PriorYtdFica
               If CapWages > FicaWages
                   Move FicaWages to CapWages
               End-if
           End-if
           Compute EeFica Rounded = WkFicaRate * CapWages

           Move 0 to AddMedWages
           If WkAddMedBase > 0
               If PriorYtdFica >= WkAddMedBase
                   Move FicaWages to AddMedWages
               Else
                   If PriorYtdFica + FicaWages > WkAddMedBase
                       Compute AddMedWages = PriorYtdFica +
                               FicaWages - WkAddMedBase
                   End-if
               End-if
           End-if
           Compute EeAddMed Rounded = WkAddMedRate * AddMedWages
           Compute EeMed Rounded = WkMedRate * FicaWages
           Add EeAddMed to EeMed

           Compute NetAmt = NetAmt - EeFica - EeMed.

       350-ComputeInsurance.
           Move "A" to BenPass
           Perform 351-ElectedPlans.

       351-ElectedPlans.
           If ClBenTier = "E" or "S" or "F"
               If ClMedical = "Y"
                   Move "MED" to BenPlanCode
                       and BtExpDate(BenIdx) >= BenAsOfDate
                   Move "Y" to BenPlanFound
                   Move BtEmpShare(BenIdx) to BenEmpShare
                   Move BtPreTax(BenIdx) to BenPreTax
               End-if
           End-perform
           If BenPlanFound = "N"
               Exit paragraph
           End-if
           If BenPass = "P" and Not (BenPreTax = "Y")
               Exit paragraph
           End-if
           If BenPass = "A" and BenPreTax = "Y"
               Exit paragraph
           End-if
           If NetAmt >= BenEmpShare
               Compute NetAmt = NetAmt - BenEmpShare
               Add BenEmpShare to TotalInsurance
           Add GarnDedAmt to TotalGarn.

       370-ComputeEmployerTax.
           If PriorYtdFica >= WkFicaBase
               Move 0 to CapWages
           Else
               Compute CapWages = WkFicaBase - PriorYtdFica
               If CapWages > FicaWages
                   Move FicaWages to CapWages
               End-if
           End-if
           Compute EmpFica Rounded = WkFicaRate * CapWages

           Compute EmpMed Rounded = WkMedRate * FicaWages

           If PriorYtdGross >= WkFutaBase
               Move 0 to CapWages
           Add EmpFuta to YtdEmpFuta
           Add EmpSuta to YtdEmpSuta
           Add Match401k to Ytd401kMatch
           Add EeFica to YtdEeFica
           Add EeMed to YtdEeMed
           Add FedWages to YtdFedWages
           Add FicaWages to YtdFicaWages
           Add GrossPayAmt to YtdCoGross
           Add FicaWages to YtdCoFicaWages
           If YtdNewRec = "Y"
               Write YtdRec
           Else
           Move TotalInsurance to HstInsurance
           Move TotalGarn to HstGarnish
           Move NetAmt to HstNet
           Move EeFica to HstEeFica
           Move EeMed to HstEeMed
           Move FedWages to HstFedWages
           Move FicaWages to HstFicaWages
           Move ClCoCode to HstCoCode
           Write HistRec.

      *    Verified allocations take their fixed amount or percent
      *    in sequence order and the remainder account takes the
      *    rest; an employee with no allocations is paid to the
      *    master bank account, or by check when it is not verified.
       500-PayOut.
           Perform 505-SplitDeposit
           Perform Varying DsIdx from 1 by 1
                   Until DsIdx > DsCount
               Move 0 to CheckNoUsed
               If DsVia(DsIdx) = "C"
                   Move NextCheckNo to CheckNoUsed
                   Perform 520-IssueCheck
               Else
                   Perform 510-WriteCredit
               End-if
               Perform 530-WriteDepDetail
           End-perform
           If CheckPayAmt = 0
               Move "ACH" to DtlVia
           Else
               If CheckPayAmt < NetAmt
                   Move "SPLIT" to DtlVia
               Else
                   Move "CHECK" to DtlVia
               End-if
           End-if.

       505-SplitDeposit.
           Move 0 to DsCount
           Move 0 to CheckPayAmt
           Move NetAmt to DepLeft
           Move "N" to RmFound
           If DepAvail = "Y"
               Move ClEmpNum to DaEmpNum
               Move 0 to DaSeq
               Move "N" to DepEOF
               Start DepositFile key not < DaKey
                   Invalid key
                       Move "Y" to DepEOF
               End-start
               Perform 504-ReadAllocNext until DepEOF = "Y"
           End-if
           Perform 507-PlaceRemainder.

       504-ReadAllocNext.
           Read DepositFile next
               At end
                   Move "Y" to DepEOF
               Not at end
                   If DaEmpNum not = ClEmpNum
                       Move "Y" to DepEOF
                   Else
                       Perform 506-TakeAllocation
                   End-if
           End-read.

       506-TakeAllocation.
           If DaMethod = "R"
               Move "Y" to RmFound
               Move DaSeq to RmSeq
               Move DaAcctType to RmType
               Move DaRouting to RmRouting
               Move DaAccount to RmAccount
               Move DaStat to RmStat
               Exit paragraph
           End-if
           If DsCount >= 10 or Not (DaStat = "V")
               Exit paragraph
           End-if
           If DaMethod = "P"
               Compute DepShare Rounded = NetAmt * DaPercent / 100
           Else
               Move DaAmount to DepShare
           End-if
           If DepShare > DepLeft
               Move DepLeft to DepShare
           End-if
           If DepShare > 0
               Move "A" to DsVia(DsCount + 1)
               Perform 508-AddSplitEntry
               Subtract DepShare from DepLeft
           End-if.

       507-PlaceRemainder.
           If RmFound = "N"
               Move 0 to RmSeq
               Move "C" to RmType
               Move ClRoutingNum to RmRouting
               Move ClAccountNum to RmAccount
               Move ClBankStat to RmStat
           End-if
           Move RmSeq to DaSeq
           Move RmType to DaAcctType
           Move RmRouting to DaRouting
           Move RmAccount to DaAccount
           Move DepLeft to DepShare
           If RmRouting = spaces or RmAccount = spaces
                   or RmStat = "U" or RmStat = "P"
               Move "C" to DsVia(DsCount + 1)
               Perform 508-AddSplitEntry
           Else
               If DepLeft > 0 or DsCount = 0
                   Move "A" to DsVia(DsCount + 1)
                   Perform 508-AddSplitEntry
               End-if
           End-if.

       508-AddSplitEntry.
           Add 1 to DsCount
           Move DaSeq to DsSeq(DsCount)
           Move DaAcctType to DsType(DsCount)
           If DsType(DsCount) = spaces
               Move "C" to DsType(DsCount)
           End-if
           Move DaRouting to DsRouting(DsCount)
           Move DaAccount to DsAccount(DsCount)
           Move DepShare to DsAmount(DsCount)
           If DsVia(DsCount) = "C"
               Move DsAmount(DsCount) to CheckPayAmt
               Move spaces to DsRouting(DsCount) DsAccount(DsCount)
           End-if.

       510-WriteCredit.
           Move "6" to AchRecType
           If DsType(DsIdx) = "S"
               Move "32" to AchTransCode
           Else
               Move "22" to AchTransCode
           End-if
           Move DsRouting(DsIdx) to AchRouting
           Move DsAccount(DsIdx) to AchAccount
           Move DsAmount(DsIdx) to AchAmount
           Move ClEmpNum to AchEmpNum
           Move ClLastName to AchEmpName
           Move ClCoCode to AchCoCode
           Write AchRec.

       530-WriteDepDetail.
           Move spaces to DepDetRec
           Move PeriodId to DdPeriodId
           Move ClEmpNum to DdEmpNum
           Move DsSeq(DsIdx) to DdSeq
           Move DsVia(DsIdx) to DdVia
           Move DsType(DsIdx) to DdAcctType
           Move DsRouting(DsIdx) to DdRouting
           Move DsAccount(DsIdx) to DdAccount
           Move DsAmount(DsIdx) to DdAmount
           Move CheckNoUsed to DdCheckNo
           Move ClCoCode to DdCoCode
           Write DepDetRec.

       520-IssueCheck.
           Move ClFirstName to CpnFirst
           Move ClLastName to CpnLast

           Perform 521-SetCheckCompany
           Move NextCheckNo to ChkNoStr
           Write CheckRecord from CheckHeadLine
                after advancing page
           Write CheckRecord from CheckDateLine
                after advancing 1 line
           Move CheckPayeeName to ChkPayee
           Move CheckPayAmt to ChkAmtStr
           Write CheckRecord from CheckPayLine
                after advancing 1 line
           Write CheckRecord from CheckMemoLine
           Move NextCheckNo to NrCheckNo
           Move ClEmpNum to NrEmpNum
           Move CheckPayeeName to NrPayee
           Move CheckPayAmt to NrAmtStr
           Move WSDate to NrDate
           Write CheckRegRecord from NewRegLine

           Move spaces to PosPayRec
           Move NextCheckNo to PpCheckNo
           Move CheckPayAmt to PpAmount
           Move CheckPayeeName to PpPayee
           Move WSDate to PpDate
           Move ClCoCode to PpCoCode
           Write PosPayRec

           Add 1 to NextCheckNo.

      *    The check is drawn on the employee's own company; one not
      *    on the employer file, or on file without a name, goes out
      *    under the primary company's name.
       521-SetCheckCompany.
           Move DefaultCoName to ChkCoName
           Perform Varying CoIdx from 1 by 1
                   Until CoIdx > CoCount
               If CtCoCode(CoIdx) = ClCoCode
                       and CtName(CoIdx) not = spaces
                   Move CtName(CoIdx) to ChkCoName
               End-if
           End-perform.

       420-ZeroLeave.
           Move ClEmpNum to LvEmpNum
           Read LeaveFile
           Move WageAmt to DtlWages
           Move CashoutAmt to DtlCashout
           Move GrossPayAmt to DtlGross
           Compute TaxesAmt = Fed + State + DistTax + EeFica + EeMed
           Move TaxesAmt to DtlTaxes
           Move NetAmt to DtlNet
           Write ReportRecord from DetailLine
