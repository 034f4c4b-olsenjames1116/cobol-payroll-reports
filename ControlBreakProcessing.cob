                Assign to "lab6a-gl.dat"
                Organization is line sequential.
           Select AchFile
                Assign to "lab6a-achwork.dat"
                Organization is line sequential.
           Select TempAch
                Assign to disk.
           Select SortedAchFile
                Assign to "lab6a-achsorted.dat"
                Organization is line sequential.
           Select AchBatchFile
                Assign to "lab6a-ach.dat"
                Organization is line sequential.
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
                Assign to "jobstate.dat"
                Organization is line sequential
                File Status is JsFileStatus.
           Select EarningsFile
                Assign to "lab10a-earnings.dat"
                Organization is line sequential
                File Status is ErFileStatus.
           Select RunParmFile
                Assign to "lab6a-parm.dat"
                Organization is line sequential
                File Status is RpFileStatus.
           Select EmployerFile
                Assign to "lab5m-employer.dat"
                Organization is line sequential
                File Status is EyFileStatus.
           Select TrialCtlFile
                Assign to "lab6a-trialctl.dat"
                Organization is line sequential
                File Status is TcFileStatus.
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
           Select CkptFile
                Assign to "lab6a-ckpt.dat"
                Organization is line sequential
                File Status is CkFileStatus.
           Select CkptAltFile
                Assign to "lab6a-ckpt2.dat"
                Organization is line sequential
                File Status is CkFileStatus.
           Select JournalFile
                Assign to "lab6a-ckpjrnl.dat"
                Organization is line sequential
                File Status is JrFileStatus.
           Select LineWorkFile
                Assign to "lab6a-rstline.dat"
                Organization is line sequential.
           Select ByteWorkFile
                Assign to "lab6a-rstbyte.dat"
                Organization is sequential.
           Select RptByteFile
                Assign to "lab6a-out.dat"
                Organization is sequential
                File Status is ByFileStatus.
           Select StubByteFile
                Assign to "lab6a-stubs.dat"
                Organization is sequential
                File Status is ByFileStatus.
           Select CheckByteFile
                Assign to "lab6a-checks.dat"
                Organization is sequential
                File Status is ByFileStatus.
           Select CheckRegByteFile
                Assign to "lab6a-checkreg.dat"
                Organization is sequential
                File Status is ByFileStatus.

       Data Division.
       File Section.
           05  BenTier     Pic X.
           05  WcClass     Pic X(4).
           05  WorkState   Pic X(2).
           05  W4FilStat   Pic X.
           05  W4MultJob   Pic X.
           05  W4DepCredit Pic 9(5)V99.
           05  W4OthIncome Pic 9(7)V99.
           05  W4Deduct    Pic 9(7)V99.
           05  W4ExtraWh   Pic 9(5)V99.
           05  CoCode      Pic X(2).
       FD  PayrollReport.
       01  ReportRecord     Pic X(190).
       FD  YtdFile.
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
       FD  GLFile.
       01  GLRec.
           05  GLDeptNum    Pic X(5).
           05  GLAcctDesc   Pic X(20).
           05               Pic X Value spaces.
           05  GLAmount     Pic 9(9)V99.
           05               Pic X Value spaces.
           05  GLCoCode     Pic X(2).
       FD  AchFile.
       01  AchRec.
           05  AchRecType   Pic X(1).
           05  AchAmount    Pic 9(9)V99.
           05  AchEmpNum    Pic X(5).
           05  AchEmpName   Pic X(20).
           05  AchCoCode    Pic X(2).
       SD  TempAch.
       01  TempAchRec.
           05               Pic X(65).
           05  AxSortCo     Pic X(2).
       FD  SortedAchFile.
       01  SortedAchRec.
           05  AxRecType    Pic X(1).
           05  AxTransCode  Pic X(2).
           05  AxRouting    Pic X(9).
           05  AxAccount    Pic X(17).
           05  AxAmount     Pic 9(9)V99.
           05  AxEmpNum     Pic X(5).
           05  AxEmpName    Pic X(20).
           05  AxCoCode     Pic X(2).
       FD  AchBatchFile.
       01  AchBatchRec      Pic X(67).
      *    Company header record written ahead of each company's entries
       01  AchCoHdrRec.
           05  AchHdrType   Pic X(1).
           05  AchHdrEin    Pic X(9).
           05  AchHdrCoName Pic X(35).
           05  AchHdrEffDate Pic 9(8).
           05  AchHdrDesc   Pic X(10).
           05               Pic X(2).
           05  AchHdrCoCode Pic X(2).
      *    Company control record written after each company's entries
       01  AchCoCtlRec.
           05  AccRecType   Pic X(1).
           05  AccEntries   Pic 9(6).
           05  AccCredits   Pic 9(9)V99.
           05  AccEin       Pic X(9).
           05  AccCoName    Pic X(35).
           05               Pic X(3).
           05  AccCoCode    Pic X(2).
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
           05  PpPayee      Pic X(36).
           05               Pic X Value spaces.
           05  PpDate       Pic 9(8).
           05               Pic X Value spaces.
           05  PpCoCode     Pic X(2).
       FD  CheckCtlFile.
       01  CheckCtlRec.
           05  CcNextCheckNo  Pic 9(8).
           05  EtFutaBase   Pic 9(9).
           05  EtSutaRate   Pic V9999.
           05  EtSutaBase   Pic 9(9).
           05  EtAddMedRate Pic V9999.
           05  EtAddMedBase Pic 9(9).
       FD  Parm401kFile.
       01  Parm401kRec.
           05  PkLimit      Pic 9(7)V99.
           05  L5CleanCount   Pic 9(9).
           05  L5RejectCount  Pic 9(9).
           05  L5HashTotal    Pic 9(11)V99.
       FD  RunParmFile.
       01  RunParmRec.
           05  RpRunMode      Pic X.
           05  RpCommitEvery  Pic 9(4).
       FD  EmployerFile.
       01  EmployerRec.
           05  EyEin          Pic X(9).
           05  EyName         Pic X(35).
           05  EyStreet       Pic X(20).
           05  EyCityState    Pic X(20).
           05  EyCoCode       Pic X(2).
       FD  TrialCtlFile.
       01  TrialCtlRec        Pic X(216).
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
       FD  CkptFile.
       01  CkptRec            Pic X(300).
       FD  CkptAltFile.
       01  CkptAltRec         Pic X(300).
       FD  JournalFile.
       01  JournalRec.
           05  JrSeq          Pic 9(5).
           05  JrFile         Pic X.
           05  JrNew          Pic X.
           05  JrImage        Pic X(200).
       FD  LineWorkFile.
       01  LineWorkRec        Pic X(200).
       FD  ByteWorkFile.
       01  ByteWorkRec        Pic X.
       FD  RptByteFile.
       01  RptByteRec         Pic X.
       FD  StubByteFile.
       01  StubByteRec        Pic X.
       FD  CheckByteFile.
       01  CheckByteRec       Pic X.
       FD  CheckRegByteFile.
       01  CheckRegByteRec    Pic X.
       FD  RunCtlFile.
       01  RunCtlRec.
           05  RcProgram      Pic X(8).
           05  JsTime      Pic 9(6).
           05              Pic X.
           05  JsRecCount  Pic 9(9).
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
           05  ErMealHrs    Pic 9(3)V99.
           05  ErMealAmt    Pic 9(7)V99.
       FD  BenPlanFile.
       01  BenPlanRec.
           05  BpPlanCode   Pic X(3).
           05  BpErShare    Pic 9(5)V99.
           05  BpEffDate    Pic 9(8).
           05  BpExpDate    Pic 9(8).
           05  BpPreTax     Pic X.
       FD  ArrearsFile.
       01  ArrearsRec.
           05  ArEmpNum     Pic X(5).
           05  HstInsurance Pic 9(5)V99.
           05  HstGarnish   Pic 9(5)V999.
           05  HstNet       Pic 9(7)V99.
           05  HstEeFica    Pic 9(5)V99.
           05  HstEeMed     Pic 9(5)V99.
           05  HstFedWages  Pic 9(7)V99.
           05  HstFicaWages Pic 9(7)V99.
           05  HstCoCode    Pic X(2).

       Working-Storage Section.
       01   EOF         Pic X Value "N".
       01   DepartmentHead.
            05               Pic X(14) Value "  Department: ".
            05  DepartNumStr Pic X(5).
            05               Pic X(13) Value "    Company: ".
            05  DepartCoStr  Pic X(2).
            05               Pic X Value spaces.
            05  DepartCoName Pic X(35).
       01   DepartmentSubHead.
            05                Pic X(14) Value spaces.
            05  DepartNameStr Pic X(30).
            05              Pic X(2) Value spaces.
            05              Pic X(4) Value "Dist".
            05              Pic X(4) Value spaces.
            05              Pic X(8) Value "FICA/Med".
            05              Pic X(4) Value spaces.
            05              Pic X(9) Value "Insurance".
            05              Pic X(6) Value spaces.
            05              Pic X(7) Value "Net Pay".
           05   DistTaxGrp.
                10              Pic X(1) Value spaces.
                10  DistTaxStr  Pic $$,$$9.99.
           05   FicaMedGrp.
                10              Pic X(3) Value spaces.
                10  FicaMedStr  Pic $$,$$9.99.
           05   InsAmtStr.
                10              Pic X(3) Value spaces.
                10  InsurAmtStr Pic $$,$$9.99.
       01   DeptCount   Pic 99 Value 0.
       01   CurrentRegion Pic X(2).
       01   PastRegion    Pic X(2) Value spaces.
       01   PastCoCode    Pic X(2) Value spaces.
       01   RegionCount   Pic 99 Value 0.
       01   DeptGrossPay    Pic 9(9)V99 Value 0.
       01   Dept401k        Pic 9(9)V99 Value 0.
            05  WkFutaBase   Pic 9(9) Value 0.
            05  WkSutaRate   Pic V9999 Value 0.
            05  WkSutaBase   Pic 9(9) Value 0.
            05  WkAddMedRate Pic V9999 Value 0.
            05  WkAddMedBase Pic 9(9) Value 0.
       01   EmpTaxEOF       Pic X Value "N".
       01   PriorYtdGross   Pic 9(9)V99 Value 0.
       01   CapWages        Pic 9(9)V99 Value 0.
       01   EmpMed          Pic 9(7)V99 Value 0.
       01   EmpFuta         Pic 9(7)V99 Value 0.
       01   EmpSuta         Pic 9(7)V99 Value 0.
       01   EeFica          Pic 9(7)V99 Value 0.
       01   EeMed           Pic 9(7)V99 Value 0.
       01   EeAddMed        Pic 9(7)V99 Value 0.
       01   AddMedWages     Pic 9(9)V99 Value 0.
       01   YtdNewRec       Pic X Value "N".
       01   Wk401kLimit     Pic 9(7)V99 Value 0.
       01   WkMatchRate     Pic V999 Value 0.
       01   DeptDistTax     Pic 9(9)V99 Value 0.
       01   DxFileStatus    Pic XX.
       01   HsFileStatus    Pic XX.
       01   DaFileStatus    Pic XX.
       01   DdFileStatus    Pic XX.
       01   DepAvail        Pic X Value "N".
       01   DepEOF          Pic X.
      *    Where one employee's net pay goes this period: an ACH
      *    credit (A), a zero-dollar prenote (N), or the check (C),
      *    in the order they are paid out.
       01   DepSplit.
            05  DsEntry OCCURS 12 TIMES.
                10  DsSeq       Pic 99.
                10  DsVia       Pic X.
                10  DsType      Pic X.
                10  DsRouting   Pic X(9).
                10  DsAccount   Pic X(17).
                10  DsAmount    Pic 9(7)V99.
       01   DsCount         Pic 99 Value 0.
       01   DsIdx           Pic 99.
       01   DepLeft         Pic 9(7)V99 Value 0.
       01   DepShare        Pic 9(7)V99 Value 0.
       01   CheckPayAmt     Pic 9(7)V99 Value 0.
       01   CheckNoUsed     Pic 9(8) Value 0.
       01   DepPos          Pic 99.
       01   RemainAcct.
            05  RmFound     Pic X.
            05  RmSeq       Pic 99.
            05  RmType      Pic X.
            05  RmRouting   Pic X(9).
            05  RmAccount   Pic X(17).
            05  RmStat      Pic X.
       01   StubDepLabel.
            05  SdlText     Pic X(9).
            05              Pic X(4) Value "****".
            05  SdlLast4    Pic X(4).
       01   BpFileStatus    Pic XX.
       01   BenPlanTable.
            05  BenPlanEntry OCCURS 100 TIMES.
                10  BtErShare   Pic 9(5)V99.
                10  BtEffDate   Pic 9(8).
                10  BtExpDate   Pic 9(8).
                10  BtPreTax    Pic X.
       01   BenPlanCount    Pic 999 Value 0.
       01   BenPlanEOF      Pic X Value "N".
       01   BenIdx          Pic 999.
       01   BenPlanFound    Pic X.
       01   BenEmpShare     Pic 9(5)V99 Value 0.
       01   BenErShare      Pic 9(5)V99 Value 0.
       01   BenPreTax       Pic X.
       01   BenPass         Pic X.
       01   PreTaxIns       Pic 9(5)V99 Value 0.
       01   FedWages        Pic 9(7)V99 Value 0.
       01   FicaWages       Pic 9(7)V99 Value 0.
       01   PriorYtdFica    Pic 9(9)V99 Value 0.
       01   BenAsOfDate     Pic 9(8) Value 0.
       01   EmpErBenefit    Pic 9(5)V99 Value 0.
       01   DeptErBenefit   Pic 9(9)V99 Value 0.
       01   JsPeriodSave    Pic X(6) Value spaces.
       01   JsOwnStep       Pic X(8) Value "LAB6A".
       01   JsPriorStep     Pic X(8) Value "LAB10A".
       01   JsCloseStep     Pic X(8) Value "LAB6E".
       01   JsCloseDone     Pic X Value "N".
       01   JsCloseId.
            05  JsCloseYr   Pic 9(4).
            05              Pic X(2) Value "YE".
       01   JsRunDate       Pic 9(8) Value 0.
       01   JsRunTime.
            05  JsRunHr     Pic 99.
            05              Pic X(4) Value spaces.
            05  BalActual   Pic Z(8)9.99.
       01   BalanceMsg      Pic X(70).
       01   RpFileStatus    Pic XX.
       01   TcFileStatus    Pic XX.
       01   RunMode         Pic X Value space.
       01   EyFileStatus    Pic XX.
       01   EyEOF           Pic X Value "N".
       01   DefaultCoName   Pic X(35) Value "Stomper & Wombat's " &
                                            "Emporium".
       01   CoCount         Pic 99 Value 0.
       01   CoIdx           Pic 99.
       01   CurCoIdx        Pic 99 Value 0.
      *    Employing companies from the employer file, with the run's
      *    totals for each; a company code on the master that is not on
      *    the employer file is added with no FEIN so it still totals.
       01   CoTable.
            05  CoEntry OCCURS 20 TIMES.
                10  CtCoCode     Pic X(2).
                10  CtEin        Pic X(9).
                10  CtName       Pic X(35).
                10  CtEmpCount   Pic 9(5).
                10  CtGross      Pic 9(9)V99.
                10  CtNet        Pic 9(9)V99.
                10  CtAchCount   Pic 9(5).
                10  CtAchTotal   Pic 9(9)V99.
                10  CtCheckCount Pic 9(5).
                10  CtCheckTotal Pic 9(9)V99.
       01   CoFullLine.
            05              Pic X(40) Value
                       "*** Company table full - company code ".
            05  CoFullCode  Pic X(2).
            05              Pic X(35) Value
                       " totalled with the last company ***".
       01   CoSubHead.
            05              Pic X(48) Value spaces.
            05              Pic X(30) Value "Totals by Employing " &
                                            "Company".
       01   CoColumnHead.
            05              Pic X(1) Value spaces.
            05              Pic X(4) Value "Co".
            05              Pic X(11) Value "FEIN".
            05              Pic X(37) Value "Company".
            05              Pic X(7) Value "  Emps".
            05              Pic X(16) Value "       Gross Pay".
            05              Pic X(16) Value "         Net Pay".
            05              Pic X(16) Value "  Direct Deposit".
            05              Pic X(16) Value "          Checks".
       01   CoDetailLine.
            05              Pic X(1) Value spaces.
            05  CdlCoCode   Pic X(2).
            05              Pic X(2) Value spaces.
            05  CdlEin      Pic X(9).
            05              Pic X(2) Value spaces.
            05  CdlName     Pic X(35).
            05              Pic X(2) Value spaces.
            05  CdlEmps     Pic ZZZZ9.
            05              Pic X(2) Value spaces.
            05  CdlGross    Pic $$$,$$$,$$9.99.
            05              Pic X(2) Value spaces.
            05  CdlNet      Pic $$$,$$$,$$9.99.
            05              Pic X(2) Value spaces.
            05  CdlAch      Pic $$$,$$$,$$9.99.
            05              Pic X(2) Value spaces.
            05  CdlChecks   Pic $$$,$$$,$$9.99.
       01   CheckRegCoLine.
            05              Pic X(11) Value "  Company: ".
            05  CrcCoCode   Pic X(2).
            05              Pic X(6) Value spaces.
            05  CrcCount    Pic ZZZZ9.
            05              Pic X(10) Value "  Total:  ".
            05  CrcTotalStr Pic $$$,$$$,$$9.99.
       01   TrialRun        Pic X Value "N".
       01   FinalRun        Pic X Value "N".
       01   TrialCtlFound   Pic X Value "N".
       01   TrialMismatch   Pic X Value "N".
      *    Trial control as read back, and as written.
       01   TrialCtl.
            05  TcPeriodId     Pic X(6).
            05  TcStatus       Pic X.
            05  TcRunDate      Pic 9(8).
            05  TcTotals.
                10  TcRecsRead     Pic 9(9).
                10  TcGrossTotal   Pic 9(11)V99.
                10  TcGlGross      Pic 9(11)V99.
                10  TcAchTotal     Pic 9(11)V99.
                10  TcCheckTotal   Pic 9(11)V99.
                10  TcCheckCount   Pic 9(5).
                10  TcNetTotal     Pic 9(11)V99.
            05  TcFingerprint.
                10  TcCleanCount   Pic 9(9).
                10  TcCleanHash    Pic 9(12).
                10  TcYtdCount     Pic 9(9).
                10  TcYtdHash      Pic 9(12).
                10  TcArrHash      Pic 9(12).
                10  TcDepHash      Pic 9(12).
                10  TcEarnHash     Pic 9(12).
                10  TcAdjHash      Pic 9(12).
                10  TcRateHash     Pic 9(12).
                10  TcPlanHash     Pic 9(12).
                10  TcFirstCheck   Pic 9(8).
       01   FpEOF           Pic X Value "N".
       01   Fingerprint.
            05  FpCleanCount    Pic 9(9) Value 0.
            05  FpCleanHash     Pic 9(12) Value 0.
            05  FpYtdCount      Pic 9(9) Value 0.
            05  FpYtdHash       Pic 9(12) Value 0.
            05  FpArrHash       Pic 9(12) Value 0.
            05  FpDepHash       Pic 9(12) Value 0.
            05  FpEarnHash      Pic 9(12) Value 0.
            05  FpAdjHash       Pic 9(12) Value 0.
            05  FpRateHash      Pic 9(12) Value 0.
            05  FpPlanHash      Pic 9(12) Value 0.
            05  FpFirstCheck    Pic 9(8) Value 0.
      *    Every byte of a record is hashed by its value and position,
      *    and each record's hash is folded into the file's running
      *    hash, so any changed, added, dropped or reordered byte
      *    shows.  The byte value is read through a binary halfword.
       01   FpArea          Pic X(400).
       01   FpPos           Pic 999.
       01   FpByteWord.
            05  FpByteHi        Pic X Value low-value.
            05  FpByteLo        Pic X.
       01   FpByteVal       Redefines FpByteWord Pic 9(4) Binary.
       01   FpRecHash       Pic 9(9).
       01   FpHash          Pic 9(12).
       01   FpWork          Pic 9(15).
       01   FpQuot          Pic 9(15).
       01   TrialArrTable.
            05  TrialArrEntry OCCURS 500 TIMES.
                10  TaEmpNum      Pic X(5).
                10  TaBalance     Pic 9(7)V99.
                10  TaPrinted     Pic X.
       01   TrialArrCount   Pic 999 Value 0.
       01   TrialArrIdx     Pic 999.
       01   TrialArrFound   Pic X.
       01   TrialBalHead    Pic X(50).
       01   TrialBalColHead.
            05              Pic X(30) Value spaces.
            05              Pic X(15) Value "          Trial".
            05              Pic X(15) Value "           Live".
       01   TrialBalLine.
            05  TbLabel     Pic X(30).
            05  TbTrial     Pic Z(11)9.99.
            05  TbLive      Pic Z(11)9.99.
            05  TbLiveX     Redefines TbLive Pic X(15).
            05              Pic X(2) Value spaces.
            05  TbFlag      Pic X(3).
       01   TrialBalValues.
            05  TbTrialAmt  Pic 9(12)V9(4).
            05  TbLiveAmt   Pic 9(12)V9(4).
       01   TrialNoCtlLine  Pic X(70) Value
                     "No trial control on file for this period - run " &
                     "the trial first.".
       01   TrialRefuseLine Pic X(70) Value
                     "*** Live data no longer agrees with the " &
                     "trial - nothing posted ***".
       01   TrialAgreeLine  Pic X(70) Value
                     "Posted totals agree with the trial.".
       01   TrialDifferLine Pic X(70) Value
                     "*** Posted totals differ from the trial " &
                     "- investigate ***".
       01   TrialOnlyLine   Pic X(70) Value
                     "Trial run - nothing posted.  Finalize to post.".
       01   TrialRegLine    Pic X(60) Value
                     "*** TRIAL RUN - NOT POSTED ***".
       01   CkFileStatus    Pic XX.
       01   JrFileStatus    Pic XX.
       01   ByFileStatus    Pic XX.
       01   RestartRun      Pic X Value "N".
       01   RsEOF           Pic X Value "N".
       01   RsShort         Pic X Value "N".
       01   RsEndFound      Pic X Value "N".
       01   RsSeq           Pic 9(5) Value 0.
       01   RsStatus        Pic X.
       01   RsEvery         Pic 9(4) Value 50.
       01   RsSince         Pic 9(4) Value 0.
       01   RsCount         Pic 9(11) Value 0.
       01   RsSkip          Pic 9(9) Value 0.
       01   RsIdx           Pic 999.
       01   RsAchRecs       Pic 9(7) Value 0.
       01   RsPosPayRecs    Pic 9(7) Value 0.
       01   RsGlRecs        Pic 9(7) Value 0.
       01   RsHistRecs      Pic 9(7) Value 0.
       01   RsDistTaxRecs   Pic 9(7) Value 0.
       01   RsDepDetRecs    Pic 9(7) Value 0.
       01   RsRptBytes      Pic 9(11) Value 0.
       01   RsStubBytes     Pic 9(11) Value 0.
       01   RsCheckBytes    Pic 9(11) Value 0.
       01   RsCheckRegBytes Pic 9(11) Value 0.
       01   RsLastByte      Pic X.
       01   AchSortEOF      Pic X Value "N".
       01   AchBatchOpen    Pic X Value "N".
       01   AchBatchCo      Pic X(2).
       01   AchBatchEin     Pic X(9).
       01   AchBatchName    Pic X(35).
       01   AchBatchCount   Pic 9(6) Value 0.
       01   AchBatchTotal   Pic 9(9)V99 Value 0.
       01   RsLineEnd       Pic X Value X"0A".
      *    Checkpoints alternate between two files, so the last whole
      *    one is still on disk while the next is being written.  The
      *    generation number on each says which is the later.
       01   CkGen           Pic X Value "2".
       01   CkGenNo         Pic 9(9) Value 0.
       01   CkScanGen       Pic X.
       01   CkOutGen        Pic X.
       01   CkBestGen       Pic X Value space.
       01   CkBestNo        Pic 9(9) Value 0.
       01   CkComplete      Pic X.
       01   CkTorn          Pic X Value "N".
       01   CkptEntry.
            05  CkType         Pic X.
            05  CkData         Pic X(299).
       01   YtdBefore       Pic X(200).
       01   YtdBeforeNew    Pic X.
       01   ArBefore        Pic X(200).
       01   ArBeforeNew     Pic X.
      *    Commit-point control record: where the run had got to and
      *    everything it was carrying forward at that point.
       01   RsCtl.
            05  KpType          Pic X.
            05  KpPeriodId      Pic X(6).
            05  KpStatus        Pic X.
            05  KpSeq           Pic 9(5).
            05  KpRunMode       Pic X.
            05  KpRecsRead      Pic 9(9).
            05  KpLastEmp       Pic X(5).
            05  KpDate          Pic 9(8).
            05  KpSubHead       Pic X(11).
            05  KpPageNo        Pic 9(3).
            05  KpLineNo        Pic 9(2).
            05  KpPastDept      Pic X(5).
            05  KpPastRegion    Pic X(2).
            05  KpDeptCount     Pic 99.
            05  KpRegionCount   Pic 99.
            05  KpNextCheckNo   Pic 9(8).
            05  KpCheckCount    Pic 9(5).
            05  KpTotalCheckAmt Pic 9(9)V99.
            05  KpTotalPayroll  Pic 9(9)V99.
            05  KpTotalDeptPay  Pic 9(9)V99.
            05  KpTotalRegPay   Pic 9(9)V99.
            05  KpGrossTotalAll Pic 9(11)V99.
            05  KpGlGrossTotal  Pic 9(11)V99.
            05  KpAchTotalAmt   Pic 9(11)V99.
            05  KpHeldCount     Pic 999.
            05  KpPostedCount   Pic 999.
            05  KpNoEarnCount   Pic 999.
            05  KpStateWhCount  Pic 99.
            05  KpGarnPayeeCnt  Pic 999.
            05  KpGarnPayeeFull Pic X.
            05  KpGarnDetCount  Pic 999.
            05  KpGarnDetFull   Pic X.
            05  KpAchRecs       Pic 9(7).
            05  KpPosPayRecs    Pic 9(7).
            05  KpGlRecs        Pic 9(7).
            05  KpHistRecs      Pic 9(7).
            05  KpDistTaxRecs   Pic 9(7).
            05  KpRptBytes      Pic 9(11).
            05  KpStubBytes     Pic 9(11).
            05  KpCheckBytes    Pic 9(11).
            05  KpCheckRegBytes Pic 9(11).
            05  KpPastCoCode    Pic X(2).
            05  KpDepDetRecs    Pic 9(7).
            05  KpGenNo         Pic 9(9).
       01   RsDeptCtl.
            05  KdType          Pic X.
            05  KdGrossPay      Pic 9(9)V99.
            05  Kd401k          Pic 9(9)V99.
            05  KdFedTax        Pic 9(9)V99.
            05  KdStateTax      Pic 9(9)V99.
            05  KdInsurance     Pic 9(9)V99.
            05  KdDistTax       Pic 9(9)V99.
            05  KdMatch401k     Pic 9(9)V99.
            05  KdErBenefit     Pic 9(9)V99.
            05  KdArrearsRecvd  Pic 9(9)V99.
            05  KdAdjAmt        Pic S9(9)V99 Sign leading separate.
            05  KdEmpFica       Pic 9(9)V99.
            05  KdEmpMed        Pic 9(9)V99.
            05  KdEeFica        Pic 9(9)V99.
            05  KdEeMed         Pic 9(9)V99.
            05  KdEmpFuta       Pic 9(9)V99.
            05  KdEmpSuta       Pic 9(9)V99.
       01   PeriodId        Pic X(6) Value spaces.
       01   PostedRefuseLine1.
            05          Pic X(11) Value "Pay period ".
                       " -- deduction stopped ***".
       01   DeptEmpFica     Pic 9(9)V99 Value 0.
       01   DeptEmpMed      Pic 9(9)V99 Value 0.
       01   DeptEeFica      Pic 9(9)V99 Value 0.
       01   DeptEeMed       Pic 9(9)V99 Value 0.
       01   DeptEmpFuta     Pic 9(9)V99 Value 0.
       01   DeptEmpSuta     Pic 9(9)V99 Value 0.
       01   GarnDedAmt      Pic 9(5)V999.
       01   TaxRateFound    Pic X.
       01   TaxRateMissing  Pic X Value "N".
       01   TaxEOF          Pic X Value "N".
       01   FbFileStatus    Pic XX.
       01   FedBrktEOF      Pic X Value "N".
       01   FedBrktTable.
            05  FedBrktEntry OCCURS 60 TIMES.
                10  FbtTable    Pic X.
                10  FbtFilStat  Pic X.
                10  FbtOver     Pic 9(7)V99.
                10  FbtBase     Pic 9(7)V99.
                10  FbtRate     Pic V9999.
       01   FedBrktCount    Pic 99 Value 0.
       01   FedBrktIdx      Pic 99.
       01   FedBrktHit      Pic 99.
       01   FedBrktFound    Pic X.
       01   FedFilStat      Pic X.
       01   FedTableKey     Pic X.
       01   FedPeriods      Pic 99 Value 12.
       01   FedAnnualWage   Pic S9(9)V99.
       01   FedAnnualTax    Pic S9(9)V99.
       01   FedPeriodTax    Pic S9(7)V99.
       01   W4CreditAmt     Pic 9(7)V99.
       01   W4OtherAmt      Pic 9(7)V99.
       01   W4DeductAmt     Pic 9(7)V99.
       01   W4ExtraAmt      Pic 9(7)V99.
       01   TaxRateExceptionLine.
            05          Pic X(50) Value
                       "*** No tax rate on file for marital status: ".
       01   CheckCount      Pic 9(5) Value 0.
       01   TotalCheckAmt   Pic 9(9)V99 Value 0.
       01   CheckHeadLine.
            05  ChkCoName   Pic X(35).
            05              Pic X(7) Value spaces.
            05              Pic X(10) Value "Check No: ".
            05  ChkNoStr    Pic 9(8).
       01   CheckDateLine.
            05              Pic X Value spaces.
            05  CpnLast     Pic X(20).
       01   StubHeadLine.
            05  StbCoName   Pic X(35).
            05              Pic X(2) Value spaces.
            05              Pic X(18) Value "Earnings Statement".
       01   StubDateLine.
            05              Pic X(12) Value "Pay Date:   ".
                10  HeldTermDate  Pic 9(8).
       01   HeldEmpCount    Pic 999 Value 0.
       01   HeldIdx         Pic 999.
       01   ErFileStatus    Pic XX.
       01   EarnEOF         Pic X Value "N".
       01   EarnTable.
            05  EarnEntry OCCURS 500 TIMES.
                10  EtbEmpNum     Pic X(5).
                10  EtbWeeks      Pic 99.
                10  EtbRegHrs     Pic 9(4)V99.
                10  EtbRegAmt     Pic 9(7)V99.
                10  EtbOtHrs      Pic 9(4)V99.
                10  EtbOtAmt      Pic 9(7)V99.
                10  EtbHolHrs     Pic 9(4)V99.
                10  EtbHolAmt     Pic 9(7)V99.
                10  EtbDiffHrs    Pic 9(4)V99.
                10  EtbDiffAmt    Pic 9(7)V99.
                10  EtbMealHrs    Pic 9(4)V99.
                10  EtbMealAmt    Pic 9(7)V99.
       01   EarnCount       Pic 999 Value 0.
       01   EarnIdx         Pic 999.
       01   EarnFoundIdx    Pic 999 Value 1.
       01   EarnFound       Pic X Value "N".
       01   EarnKey         Pic X(5).
       01   EarnDropCount   Pic 9(4) Value 0.
       01   EarnDropLine.
            05          Pic X(4) Value "*** ".
            05  EarnDropStr Pic ZZZ9.
            05          Pic X(45) Value " timecard earnings records " &
                                        "NOT loaded - table".
            05          Pic X(10) Value " full ***".
       01   StubHrsLine.
            05              Pic X(2) Value spaces.
            05  SthLabel    Pic X(16).
            05  SthHours    Pic ZZZ9.99.
            05              Pic X(6) Value " hrs  ".
            05  SthAmt      Pic $$,$$$,$$9.99.
       01   NoEarnEmpTable.
            05  NoEarnEmpEntry OCCURS 200 TIMES.
                10  NoEarnEmpNum   Pic X(5).
                10  NoEarnEmpName  Pic X(20).
                10  NoEarnDeptNum  Pic X(5).
                10  NoEarnSchedHrs Pic 99V99.
       01   NoEarnCount     Pic 999 Value 0.
       01   NoEarnIdx       Pic 999.
       01   NoEarnSubHead.
            05              Pic X(44) Value spaces.
            05              Pic X(46) Value "Exceptions - Hourly " &
                                            "No Timecard Earnings".
       01   NoEarnColumnHead.
            05              Pic X(1) Value spaces.
            05              Pic X(5) Value "Emp #".
            05              Pic X(10) Value spaces.
            05              Pic X(8) Value "Employee".
            05              Pic X(15) Value spaces.
            05              Pic X(5) Value "Dept".
            05              Pic X(4) Value spaces.
            05              Pic X(9) Value "Sched Hrs".
       01   NoEarnDetailLine.
            05              Pic X(1) Value spaces.
            05  NelEmpNoStr Pic X(5).
            05              Pic X(10) Value spaces.
            05  NelNameStr  Pic X(20).
            05              Pic X(3) Value spaces.
            05  NelDeptStr  Pic X(5).
            05              Pic X(6) Value spaces.
            05  NelHrsStr   Pic Z9.99.
       01   HeldSubHead.
            05              Pic X(48) Value spaces.
            05              Pic X(38) Value "Exceptions - Employees " &
       Procedure Division.
       000-Main.
           Perform 070-GetJobPeriod
           Perform 071-ReadRunMode
           Perform 075-CheckRunState
           If TrialRun = "N"
               Perform 072-CheckRestart
           End-if
           If TrialRun = "Y"
               Open output PayrollReport
                    output StubFile
           Else If RestartRun = "Y"
               Perform 073-RestoreOutputs
           Else
               Open output PayrollReport
                    output GLFile
                    output AchFile
                    output StubFile
                    output CheckFile
                    output CheckRegFile
                    output PosPayFile
                    output GarnRemitFile
                    output GarnRegFile
           End-if
           End-if
           Perform 080-VerifyInput
           Perform 085-ReadCheckCtl
           Perform 090-OpenYtd
           Perform 095-LoadTaxRates
           Perform 091-LoadFedBrackets
           Perform 092-LoadStateRates
           Perform 093-LoadRecip
           Perform 096-LoadEmpTaxRates
           Perform 098-LoadDistricts
           Perform 099-OpenDistTax
           Perform 101-OpenHistory
           Perform 107-OpenDeposits
           Perform 094-LoadAdjustments
           Perform 100-GetDate
           Perform 104-LoadEarnings
           Perform 102-LoadBenPlans
           Perform 103-OpenArrears
           Perform 089-LoadCompanies
           Perform 150-GetTime
           If RestartRun = "Y"
               Perform 074-RollBack
               Perform 078-RestoreState
           Else If TrialRun = "Y" or FinalRun = "Y"
               Perform 086-TakeFingerprint
           End-if
           End-if
           If FinalRun = "Y"
               Perform 087-CheckTrialCtl
           End-if
           If TrialRun = "N" and RestartRun = "N"
               Perform 950-TakeCheckpoint
           End-if

           Perform until EOF="Y"
                Read PayrollFile
                        If EmpStatus = "L" or EmpStatus = "T"
                            Perform 205-HoldEmployee
                        Else
                            Move EmpNum to EarnKey
                            Perform 206-FindEarnings
                            If PayCode = "H" and EarnFound = "N"
                                Perform 207-HoldNoEarnings
                            Else
                                Perform 200-Process
                                Perform 775-Print
                            End-if
                        End-if
                        If TrialRun = "N"
                            Add 1 to RsSince
                            If RsSince >= RsEvery
                                Perform 950-TakeCheckpoint
                            End-if
                        End-if
                End-Read
           End-Perform

           Perform 850-Final
           Perform 852-PrintCompanyPage
           Perform 860-PrintHeldPage
           Perform 862-PrintNoEarnPage
           Perform 895-PrintPostedPage
           Perform 896-PrintArrearsPage
           Perform 899-PrintStatePage
           If TrialRun = "Y"
               Perform 935-WriteTrialCtl
               Perform 936-PrintTrialBalance
               Close PayrollFile PayrollReport YtdFile StubFile
                     ArrearsFile
               If DepAvail = "Y"
                   Close DepositFile
               End-if
               Stop Run
           End-if
           Perform 870-WriteCheckRegTotal
           Perform 872-WriteAchCoCtl
           Perform 890-WriteGarnRemit
           Perform 920-MarkPeriodPosted
           Perform 930-WriteRunCtl
           Perform 940-RecordRunState
           If FinalRun = "Y"
               Perform 936-PrintTrialBalance
               Perform 935-WriteTrialCtl
           End-if
           Perform 958-CloseCheckpoint
           Close PayrollFile PayrollReport YtdFile GLFile
                 StubFile CheckFile CheckRegFile PosPayFile
                 GarnRemitFile GarnRegFile DistTaxFile HistFile
                 ArrearsFile DepDetFile
           If DepAvail = "Y"
               Close DepositFile
           End-if
           Stop Run.

       070-GetJobPeriod.
           End-if
           Close PayPeriodFile.

      *    The run-mode parameter selects a trial (T) run, which
      *    prints the full register, stubs, state and arrears pages
      *    and a balancing report but posts nothing, or a finalize (F)
      *    run, which posts only if the inputs still match the trial.
      *    With no parameter the register posts directly as always.
       071-ReadRunMode.
           Open input RunParmFile
           If RpFileStatus = "00"
               Read RunParmFile
                   At end
                       Continue
                   Not at end
                       Move RpRunMode to RunMode
                       If RpCommitEvery is numeric
                               and RpCommitEvery > 0
                           Move RpCommitEvery to RsEvery
                       End-if
               End-read
           End-if
           Close RunParmFile
           If RunMode = "T"
               Move "Y" to TrialRun
           End-if
           If RunMode = "F"
               Move "Y" to FinalRun
           End-if.

      *    A commit point left open for this period means the last
      *    posting run did not finish.  The run restarts from that
      *    commit point: the carried-forward totals and tables come
      *    back from the checkpoint, and the checkpoint must be whole
      *    and taken in the same run mode.
       072-CheckRestart.
           Move "1" to CkScanGen
           Perform 952-ScanCkpt
           Move "2" to CkScanGen
           Perform 952-ScanCkpt
           If CkBestGen = space
               If CkTorn = "Y"
                   Display "Checkpoint for period " JsPeriodSave
                           " is incomplete - LAB6A restart refused"
                   Move 12 to Return-Code
                   Stop Run
               End-if
               Exit paragraph
           End-if
           Move CkBestGen to CkGen CkScanGen
           Move CkBestNo to CkGenNo
           Move "N" to RsEOF
           Perform 081-OpenCkptIn
           Perform 082-ReadCkptIn
           Move CkptEntry to RsCtl
           If KpPeriodId not = JsPeriodSave or KpStatus not = "O"
               Perform 083-CloseCkptIn
               Exit paragraph
           End-if
           Move "Y" to RestartRun
           Move KpSeq to RsSeq
           Perform until RsEOF = "Y"
               Perform 082-ReadCkptIn
               If RsEOF = "N"
                   Perform 077-LoadCkptEntry
               End-if
           End-perform
           Perform 083-CloseCkptIn
           If RsEndFound = "N"
               Display "Checkpoint for period " KpPeriodId
                       " is incomplete - LAB6A restart refused"
               Move 12 to Return-Code
               Stop Run
           End-if
           If KpRunMode not = RunMode
               Display "Checkpoint for period " KpPeriodId
                       " was taken in run mode " KpRunMode
                       " - restart in the same mode"
               Move 12 to Return-Code
               Stop Run
           End-if
           Display "LAB6A restarting period " KpPeriodId
                   " after record " KpRecsRead " employee " KpLastEmp.

       077-LoadCkptEntry.
           Evaluate CkType
               When "T"
                   Move CkptEntry to RsDeptCtl
               When "H"
                   Add 1 to HeldEmpCount
                   Move CkData to HeldEmpEntry(HeldEmpCount)
               When "P"
                   Add 1 to PostedEmpCount
                   Move CkData to PostedEmpEntry(PostedEmpCount)
               When "N"
                   Add 1 to NoEarnCount
                   Move CkData to NoEarnEmpEntry(NoEarnCount)
               When "S"
                   Add 1 to StateWhCount
                   Move CkData to StateWhEntry(StateWhCount)
               When "G"
                   Add 1 to GarnPayeeCount
                   Move CkData to GarnPayeeEntry(GarnPayeeCount)
               When "D"
                   Add 1 to GarnDetCount
                   Move CkData to GarnDetEntry(GarnDetCount)
               When "K"
                   Add 1 to CoCount
                   Move CkData to CoEntry(CoCount)
               When "E"
                   Move "Y" to RsEndFound
           End-evaluate.

       081-OpenCkptIn.
           If CkScanGen = "1"
               Open input CkptFile
           Else
               Open input CkptAltFile
           End-if.

       082-ReadCkptIn.
           If CkScanGen = "1"
               Read CkptFile into CkptEntry
                   At end
                       Move "Y" to RsEOF
               End-read
           Else
               Read CkptAltFile into CkptEntry
                   At end
                       Move "Y" to RsEOF
               End-read
           End-if.

       083-CloseCkptIn.
           If CkScanGen = "1"
               Close CkptFile
           Else
               Close CkptAltFile
           End-if.

      *    Each output is cut back to exactly what it held at the
      *    commit point and reopened to extend, so the finished files
      *    are the ones an unbroken run would have written.  The
      *    garnishment files are only written at the end of the run.
       073-RestoreOutputs.
           Perform 961-RestoreRptFile
           Perform 962-RestoreStubFile
           Perform 963-RestoreCheckFile
           Perform 964-RestoreCheckRegFile
           Perform 965-RestoreAchFile
           Perform 966-RestorePosPayFile
           Perform 967-RestoreGLFile
           Perform 968-RestoreHistFile
           Perform 969-RestoreDistTaxFile
           Perform 970-RestoreDepDetFile
           If RsShort = "Y"
               Display "Output files are shorter than checkpoint "
                       KpSeq " recorded - LAB6A restart refused"
               Move 12 to Return-Code
               Stop Run
           End-if
           Open extend PayrollReport
                extend GLFile
                extend AchFile
                extend StubFile
                extend CheckFile
                extend CheckRegFile
                extend PosPayFile
           Open output GarnRemitFile
                output GarnRegFile.

      *    YTD and arrears records changed after the commit point are
      *    put back from their before-images, so those employees post
      *    again from the same starting balances.
       074-RollBack.
           Open input JournalFile
           If Not (JrFileStatus = "00")
               Close JournalFile
               Exit paragraph
           End-if
           Move "N" to RsEOF
           Perform until RsEOF = "Y"
               Read JournalFile
                   At end
                       Move "Y" to RsEOF
                   Not at end
                       If JrSeq = RsSeq
                           Perform 959-RollBackEntry
                       End-if
               End-read
           End-perform
           Close JournalFile
           Open output JournalFile
           Close JournalFile.

      *    Carried-forward totals, counts, page position and check
      *    number go back to their commit-point values, and the clean
      *    master is read forward past the employees already done.
       078-RestoreState.
           Move KpDate to WSDate
           Move WSYr to PHYr
           Move WSMo to PHMo
           Move WSDay to PHDay
           Move KpSubHead to PageSubHead(1:11)
           Move KpPageNo to PageNo
           Move KpLineNo to LineNo
           Move KpPastDept to PastDept
           Move KpPastRegion to PastRegion
           Move KpPastCoCode to PastCoCode
           Move KpDeptCount to DeptCount
           Move KpRegionCount to RegionCount
           Move KpNextCheckNo to NextCheckNo
           Move KpCheckCount to CheckCount
           Move KpTotalCheckAmt to TotalCheckAmt
           Move KpTotalPayroll to TotalPayroll
           Move KpTotalDeptPay to TotalDeptPayroll
           Move KpTotalRegPay to TotalRegionPayroll
           Move KpGrossTotalAll to GrossTotalAll
           Move KpGlGrossTotal to GlGrossTotal
           Move KpAchTotalAmt to AchTotalAmt
           Move KpGarnPayeeFull to GarnPayeeFull
           Move KpGarnDetFull to GarnDetFull
           Move KpAchRecs to RsAchRecs
           Move KpPosPayRecs to RsPosPayRecs
           Move KpGlRecs to RsGlRecs
           Move KpHistRecs to RsHistRecs
           Move KpDistTaxRecs to RsDistTaxRecs
           Move KpDepDetRecs to RsDepDetRecs
           Move KdGrossPay to DeptGrossPay
           Move Kd401k to Dept401k
           Move KdFedTax to DeptFedTax
           Move KdStateTax to DeptStateTax
           Move KdInsurance to DeptInsurance
           Move KdDistTax to DeptDistTax
           Move KdMatch401k to DeptMatch401k
           Move KdErBenefit to DeptErBenefit
           Move KdArrearsRecvd to DeptArrearsRecvd
           Move KdAdjAmt to DeptAdjAmt
           Move KdEmpFica to DeptEmpFica
           Move KdEmpMed to DeptEmpMed
           Move KdEeFica to DeptEeFica
           Move KdEeMed to DeptEeMed
           Move KdEmpFuta to DeptEmpFuta
           Move KdEmpSuta to DeptEmpSuta
           Perform 714-WriteCheckCtl

           Move 0 to RsSkip
           Move "N" to RsEOF
           Perform until RsSkip = KpRecsRead or RsEOF = "Y"
               Read PayrollFile
                   At end
                       Move "Y" to RsEOF
                   Not at end
                       Add 1 to RsSkip
               End-read
           End-perform
           If KpRecsRead > 0
                   and (RsEOF = "Y" or EmpNum not = KpLastEmp)
               Display "Clean master no longer matches checkpoint "
                       KpSeq " at employee " KpLastEmp
                       " - LAB6A restart refused"
               Close PayrollFile YtdFile DistTaxFile HistFile
                     ArrearsFile DepDetFile
               Perform 079-CloseOutputs
               Move 12 to Return-Code
               Stop Run
           End-if
           Move KpRecsRead to RecsRead.

      *    The nightly stream records each finished step on the job-
      *    state file; the monthly register must follow the weekly
      *    payroll and may only run once per pay period.
           If JsPeriodSave = spaces
               Exit paragraph
           End-if
           If JsPeriodSave(5:2) = "01"
               Move JsPeriodSave(1:4) to JsCloseYr
               Subtract 1 from JsCloseYr
           End-if
           Open input JobStateFile
           If Not (JsFileStatus = "00")
               Close JobStateFile
               Perform 076-CheckYearClosed
               Exit paragraph
           End-if
           Perform until JsEOF = "Y"
                               Move "Y" to JsPriorDone
                           End-if
                       End-if
                       If JsPeriodSave(5:2) = "01"
                               and JsPeriodId = JsCloseId
                               and JsStep = JsCloseStep
                           Move "Y" to JsCloseDone
                       End-if
               End-read
           End-perform
           Close JobStateFile
           Perform 076-CheckYearClosed
           If JsSelfDone = "Y"
               Display "LAB6A already completed for period "
                       JsPeriodSave " - run refused"
               Stop Run
           End-if.

      *    January opens a new tax year, and the YTD master must have
      *    been frozen and zeroed by the year-end close (Lab6e) first
      *    or the 401k limit and the wage-base caps would run on last
      *    year's totals.
       076-CheckYearClosed.
           If JsPeriodSave(5:2) = "01" and JsCloseDone = "N"
               Display "Year-end close for " JsCloseYr
                       " has not run - LAB6A refused for period "
                       JsPeriodSave
               Move 12 to Return-Code
               Stop Run
           End-if.

       940-RecordRunState.
           If JsPeriodSave = spaces
               Exit paragraph
           Write BalanceRecord from BalanceMsg
                after advancing 1 line
           Close BalanceReport
           Perform 079-CloseOutputs
           Move 12 to Return-Code
           Stop Run.

       079-CloseOutputs.
           If TrialRun = "Y"
               Close PayrollReport StubFile
           Else
               Close PayrollReport GLFile AchFile StubFile CheckFile
                     CheckRegFile PosPayFile GarnRemitFile GarnRegFile
           End-if.

       085-ReadCheckCtl.
           Open input CheckCtlFile
           If CcFileStatus = "00"
               End-read
           End-if
           Close CheckCtlFile
           Move NextCheckNo to FpFirstCheck

           If TrialRun = "N" and RestartRun = "N"
               Write CheckRegRecord from CheckRegHead
                    after advancing 1 line
           End-if.

       090-OpenYtd.
           If TrialRun = "Y"
               Open input YtdFile
               If YtdFileStatus = "35"
                   Open Output YtdFile
                   Close YtdFile
                   Open input YtdFile
               End-if
               Exit paragraph
           End-if
           Open I-O YtdFile
           If YtdFileStatus = "35"
               Open Output YtdFile
           End-perform
           Close TaxRateFile.

      *     The federal percentage-method table is replaced each
      *     January.  Table "S" holds the standard brackets and "M"
      *     the brackets for a W-4 with the multiple-jobs box checked;
      *     an "A" row carries the annual allowance (in FbBase) taken
      *     off before the standard table is applied.  With no table
      *     on file the flat marital rates are used as before.
       091-LoadFedBrackets.
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

       092-LoadStateRates.
           Open input StateRateFile
           If Not (SrFileStatus = "00")
                       Move EtFutaBase to WkFutaBase
                       Move EtSutaRate to WkSutaRate
                       Move EtSutaBase to WkSutaBase
                       Move EtAddMedRate to WkAddMedRate
                       Move EtAddMedBase to WkAddMedBase
               End-read
           End-perform
           Close EmpTaxFile.
           Close DistrictFile.

       099-OpenDistTax.
           If TrialRun = "Y"
               Exit paragraph
           End-if
           Open extend DistTaxFile
           If DxFileStatus = "35"
               Open output DistTaxFile
           End-if.

       101-OpenHistory.
           If TrialRun = "Y"
               Exit paragraph
           End-if
           Open extend HistFile
           If HsFileStatus = "35"
               Open output HistFile
               Open extend HistFile
           End-if.

      *    The allocation file is optional; an employee with no
      *    allocations is paid to the master bank account as before.
      *    The deposit detail records where each payment went so a
      *    void can reverse exactly what was sent.
       107-OpenDeposits.
           Open input DepositFile
           If DaFileStatus = "00"
               Move "Y" to DepAvail
           End-if
           If TrialRun = "Y"
               Exit paragraph
           End-if
           Open extend DepDetFile
           If DdFileStatus = "35"
               Open output DepDetFile
               Close DepDetFile
               Open extend DepDetFile
           End-if.

       102-LoadBenPlans.
           If PeriodEnd > 0
               Move PeriodEnd to BenAsOfDate
                           Move BpErShare to BtErShare(BenPlanCount)
                           Move BpEffDate to BtEffDate(BenPlanCount)
                           Move BpExpDate to BtExpDate(BenPlanCount)
                           Move BpPreTax to BtPreTax(BenPlanCount)
                       End-if
               End-read
           End-perform
           Close BenPlanFile.

      *    Hourly pay comes from the weekly run's earnings file: every
      *    week whose end date falls inside this period is summed by
      *    employee.  With no period on file the run month is used.
       104-LoadEarnings.
           Open input EarningsFile
           If Not (ErFileStatus = "00")
               Close EarningsFile
               Exit paragraph
           End-if
           Perform until EarnEOF = "Y"
               Read EarningsFile
                   At end
                       Move "Y" to EarnEOF
                   Not at end
                       If PeriodEnd > 0
                           If ErWeekEnd >= PeriodStart
                                   and ErWeekEnd <= PeriodEnd
                               Perform 106-AccumEarnings
                           End-if
                       Else
                           If ErWeekEnd(1:6) = WSDate(1:6)
                               Perform 106-AccumEarnings
                           End-if
                       End-if
               End-read
           End-perform
           Close EarningsFile.

       106-AccumEarnings.
           Move ErEmpNum to EarnKey
           Perform 206-FindEarnings
           If EarnFound = "N"
               If EarnCount < 500
                   Add 1 to EarnCount
                   Move ErEmpNum to EtbEmpNum(EarnCount)
                   Move 0 to EtbWeeks(EarnCount)
                             EtbRegHrs(EarnCount) EtbRegAmt(EarnCount)
                             EtbOtHrs(EarnCount) EtbOtAmt(EarnCount)
                             EtbHolHrs(EarnCount) EtbHolAmt(EarnCount)
                             EtbDiffHrs(EarnCount)
                             EtbDiffAmt(EarnCount)
                             EtbMealHrs(EarnCount)
                             EtbMealAmt(EarnCount)
                   Move EarnCount to EarnFoundIdx
                   Move "Y" to EarnFound
               Else
                   Add 1 to EarnDropCount
                   Exit paragraph
               End-if
           End-if
           Add 1 to EtbWeeks(EarnFoundIdx)
           Add ErRegHrs to EtbRegHrs(EarnFoundIdx)
           Add ErRegAmt to EtbRegAmt(EarnFoundIdx)
           Add ErOtHrs to EtbOtHrs(EarnFoundIdx)
           Add ErOtAmt to EtbOtAmt(EarnFoundIdx)
           Add ErHolHrs to EtbHolHrs(EarnFoundIdx)
           Add ErHolAmt to EtbHolAmt(EarnFoundIdx)
           Add ErDiffHrs to EtbDiffHrs(EarnFoundIdx)
           Add ErDiffAmt to EtbDiffAmt(EarnFoundIdx)
           If ErMealHrs is numeric and ErMealAmt is numeric
               Add ErMealHrs to EtbMealHrs(EarnFoundIdx)
               Add ErMealAmt to EtbMealAmt(EarnFoundIdx)
           End-if.

       103-OpenArrears.
           If TrialRun = "Y"
               Open input ArrearsFile
               If ArFileStatus = "35"
                   Open Output ArrearsFile
                   Close ArrearsFile
                   Open input ArrearsFile
               End-if
               Exit paragraph
           End-if
           Open I-O ArrearsFile
           If ArFileStatus = "35"
               Open Output ArrearsFile
               Open I-O ArrearsFile
           End-if.

      *    One employer record per employing company (Lab5m keeps the
      *    same file); no company code means the primary company, 01.
      *    On a restart the table, with its running totals, came back
      *    with the checkpoint.
       089-LoadCompanies.
           If RestartRun = "Y"
               Exit paragraph
           End-if
           Open input EmployerFile
           If Not (EyFileStatus = "00")
               Close EmployerFile
               Exit paragraph
           End-if
           Perform until EyEOF = "Y"
               Read EmployerFile
                   At end
                       Move "Y" to EyEOF
                   Not at end
                       If CoCount < 20
                           Add 1 to CoCount
                           Move EyCoCode to CtCoCode(CoCount)
                           If EyCoCode = spaces
                               Move "01" to CtCoCode(CoCount)
                           End-if
                           Move EyEin to CtEin(CoCount)
                           Move EyName to CtName(CoCount)
                           Move 0 to CtEmpCount(CoCount)
                               CtGross(CoCount) CtNet(CoCount)
                               CtAchCount(CoCount) CtAchTotal(CoCount)
                               CtCheckCount(CoCount)
                               CtCheckTotal(CoCount)
                       End-if
               End-read
           End-perform
           Close EmployerFile.

      *    The fingerprint of everything the register is computed
      *    from, byte for byte: the clean master, the YTD master, the
      *    arrears balances, the deposit allocations, the timecard
      *    earnings and adjustments, every tax table, the 401k, plan
      *    and company parameters, and the first check number.  A
      *    finalize run must match the trial's before anything posts.
       086-TakeFingerprint.
           Close PayrollFile
           Open input PayrollFile
           Move 0 to FpHash
           Move "N" to FpEOF
           Perform until FpEOF = "Y"
               Read PayrollFile
                   At end
                       Move "Y" to FpEOF
                   Not at end
                       Add 1 to FpCleanCount
                       Move PayrollRec to FpArea
                       Perform 084-HashRecord
               End-read
           End-perform
           Move FpHash to FpCleanHash
           Close PayrollFile
           Open input PayrollFile

           Move 0 to FpHash
           Move low-values to YtdEmpNum
           Move "N" to FpEOF
           Start YtdFile key not < YtdEmpNum
               Invalid key
                   Move "Y" to FpEOF
           End-start
           Perform until FpEOF = "Y"
               Read YtdFile next
                   At end
                       Move "Y" to FpEOF
                   Not at end
                       Add 1 to FpYtdCount
                       Move YtdRec to FpArea
                       Perform 084-HashRecord
               End-read
           End-perform
           Move FpHash to FpYtdHash

           Move 0 to FpHash
           Move low-values to ArEmpNum
           Move "N" to FpEOF
           Start ArrearsFile key not < ArEmpNum
               Invalid key
                   Move "Y" to FpEOF
           End-start
           Perform until FpEOF = "Y"
               Read ArrearsFile next
                   At end
                       Move "Y" to FpEOF
                   Not at end
                       Move ArrearsRec to FpArea
                       Perform 084-HashRecord
               End-read
           End-perform
           Move FpHash to FpArrHash

           Move 0 to FpHash
           If DepAvail = "Y"
               Move low-values to DaKey
               Move "N" to FpEOF
               Start DepositFile key not < DaKey
                   Invalid key
                       Move "Y" to FpEOF
               End-start
               Perform until FpEOF = "Y"
                   Read DepositFile next
                       At end
                           Move "Y" to FpEOF
                       Not at end
                           Move DepositRec to FpArea
                           Perform 084-HashRecord
                   End-read
               End-perform
           End-if
           Move FpHash to FpDepHash

           Move 0 to FpHash
           Open input EarningsFile
           If ErFileStatus = "00"
               Move "N" to FpEOF
               Perform until FpEOF = "Y"
                   Read EarningsFile
                       At end
                           Move "Y" to FpEOF
                       Not at end
                           Move EarningsRec to FpArea
                           Perform 084-HashRecord
                   End-read
               End-perform
           End-if
           Close EarningsFile
           Move FpHash to FpEarnHash

           Move 0 to FpHash
           Open input AdjustFile
           If AjFileStatus = "00"
               Move "N" to FpEOF
               Perform until FpEOF = "Y"
                   Read AdjustFile
                       At end
                           Move "Y" to FpEOF
                       Not at end
                           Move AdjustRec to FpArea
                           Perform 084-HashRecord
                   End-read
               End-perform
           End-if
           Close AdjustFile
           Move FpHash to FpAdjHash
           Perform 088-HashRates.

       084-HashRecord.
           Move 0 to FpRecHash
           Perform Varying FpPos from 1 by 1 Until FpPos > 400
               Move FpArea(FpPos:1) to FpByteLo
               Compute FpRecHash = FpRecHash + (FpByteVal + 1) * FpPos
           End-perform
           Compute FpWork = FpHash * 257 + FpRecHash
           Divide FpWork by 999999999989 giving FpQuot
               remainder FpHash.

      *    The tax tables hash together, as do the 401k, benefit plan
      *    and company files; a file that is not on file adds nothing.
       088-HashRates.
           Move 0 to FpHash
           Open input TaxRateFile
           Move "N" to FpEOF
           Perform until FpEOF = "Y"
               Read TaxRateFile
                   At end
                       Move "Y" to FpEOF
                   Not at end
                       Move TaxRateRec to FpArea
                       Perform 084-HashRecord
               End-read
           End-perform
           Close TaxRateFile
           Open input FedBracketFile
           If FbFileStatus = "00"
               Move "N" to FpEOF
               Perform until FpEOF = "Y"
                   Read FedBracketFile
                       At end
                           Move "Y" to FpEOF
                       Not at end
                           Move FedBracketRec to FpArea
                           Perform 084-HashRecord
                   End-read
               End-perform
           End-if
           Close FedBracketFile
           Open input StateRateFile
           If SrFileStatus = "00"
               Move "N" to FpEOF
               Perform until FpEOF = "Y"
                   Read StateRateFile
                       At end
                           Move "Y" to FpEOF
                       Not at end
                           Move StateRateRec to FpArea
                           Perform 084-HashRecord
                   End-read
               End-perform
           End-if
           Close StateRateFile
           Open input RecipFile
           If RcpFileStatus = "00"
               Move "N" to FpEOF
               Perform until FpEOF = "Y"
                   Read RecipFile
                       At end
                           Move "Y" to FpEOF
                       Not at end
                           Move RecipRec to FpArea
                           Perform 084-HashRecord
                   End-read
               End-perform
           End-if
           Close RecipFile
           Open input EmpTaxFile
           Move "N" to FpEOF
           Perform until FpEOF = "Y"
               Read EmpTaxFile
                   At end
                       Move "Y" to FpEOF
                   Not at end
                       Move EmpTaxRec to FpArea
                       Perform 084-HashRecord
               End-read
           End-perform
           Close EmpTaxFile
           Open input DistrictFile
           Move "N" to FpEOF
           Perform until FpEOF = "Y"
               Read DistrictFile
                   At end
                       Move "Y" to FpEOF
                   Not at end
                       Move DistrictRec to FpArea
                       Perform 084-HashRecord
               End-read
           End-perform
           Close DistrictFile
           Move FpHash to FpRateHash

           Move 0 to FpHash
           Open input Parm401kFile
           Move "N" to FpEOF
           Perform until FpEOF = "Y"
               Read Parm401kFile
                   At end
                       Move "Y" to FpEOF
                   Not at end
                       Move Parm401kRec to FpArea
                       Perform 084-HashRecord
               End-read
           End-perform
           Close Parm401kFile
           Open input BenPlanFile
           If BpFileStatus = "00"
               Move "N" to FpEOF
               Perform until FpEOF = "Y"
                   Read BenPlanFile
                       At end
                           Move "Y" to FpEOF
                       Not at end
                           Move BenPlanRec to FpArea
                           Perform 084-HashRecord
                   End-read
               End-perform
           End-if
           Close BenPlanFile
           Open input EmployerFile
           If EyFileStatus = "00"
               Move "N" to FpEOF
               Perform until FpEOF = "Y"
                   Read EmployerFile
                       At end
                           Move "Y" to FpEOF
                       Not at end
                           Move EmployerRec to FpArea
                           Perform 084-HashRecord
                   End-read
               End-perform
           End-if
           Close EmployerFile
           Move FpHash to FpPlanHash.

      *    A finalize run needs the trial control for this period, and
      *    the live fingerprint must be what the trial was run from;
      *    otherwise the balancing report shows what moved and the run
      *    stops before anything is posted.
       087-CheckTrialCtl.
           Open input TrialCtlFile
           If TcFileStatus = "00"
               Read TrialCtlFile into TrialCtl
                   At end
                       Continue
                   Not at end
                       If TcPeriodId = PeriodId and TcStatus = "T"
                           Move "Y" to TrialCtlFound
                       End-if
               End-read
           End-if
           Close TrialCtlFile

           If TrialCtlFound = "Y" and RestartRun = "Y"
               Exit paragraph
           End-if
           If TrialCtlFound = "Y" and TcFingerprint = Fingerprint
               Exit paragraph
           End-if

           Open output BalanceReport
           Move "Finalize Balancing Report - Monthly Run"
               to TrialBalHead
           Write BalanceRecord from TrialBalHead
                after advancing 1 line
           If TrialCtlFound = "N"
               Write BalanceRecord from TrialNoCtlLine
                    after advancing 1 line
           Else
               Write BalanceRecord from TrialBalColHead
                    after advancing 1 line
               Perform 938-PrintFingerprint
               Write BalanceRecord from TrialRefuseLine
                    after advancing 1 line
           End-if
           Close BalanceReport
           Close PayrollFile YtdFile DistTaxFile HistFile ArrearsFile
                 DepDetFile
           Perform 079-CloseOutputs
           Move 12 to Return-Code
           Stop Run.

       100-GetDate.
           Open input PayPeriodFile
           If PpdFileStatus = "00"
               Read PayPeriodFile
                   At end
                       Accept WSDate from date yyyymmdd
                   Not at end
                       Move PpdId to PeriodId
                       Move PpdStartDate to PeriodStart
                       Move PpdEndDate to PeriodEnd
                       Move PpdEndDate to PeriodEndDate
                       Move PeriodEndDate to WSDate
                       If PpdStatus = "P"
                           Perform 105-RefusePostedRun
                       End-if
               End-read
           Else
               Accept WSDate from date yyyymmdd
           End-if
           Close PayPeriodFile

           Move WSYr to PHYr
           Move WSMo to PHMo
           Move WSDay to PHDay.
           
       105-RefusePostedRun.
           Move PeriodId to PostedRefuseId
           Write ReportRecord from PostedRefuseLine1
                after advancing 1 line
           Write ReportRecord from PostedRefuseLine2
                after advancing 1 line
           Close PayPeriodFile PayrollFile YtdFile
           Perform 079-CloseOutputs
           If TrialRun = "N"
               Close DistTaxFile HistFile DepDetFile
           End-if
           If DepAvail = "Y"
               Close DepositFile
           End-if
           Move 12 to Return-Code
           Stop Run.

       150-GetTime.
            Accept WSTime from time
            Move WSMin to PgMin
            
            If WSHr - 12 > 0
                Subtract 12 from WSHr
                Move WSHr to PgHr
                Move "PM" to AMPM
            End-if.
       
       200-Process.
            If CoCode = spaces
                Move "01" to CoCode
            End-if
            Perform 208-FindCompany
            Move "N" to TaxRateMissing
            Move EmpNum to EmpNoStr
            Move LastName to EmpLName
            Move ExpPayAmt to GrossPayAmt
            Perform 450-ReadYtd
            Perform 500-Compute401k
            Perform 540-ComputePreTaxIns
            Perform 550-ComputeFed
            Perform 600-ComputeState
            Perform 605-ComputeDistrict
            Perform 607-ComputeEmployeeFica
            Perform 650-ComputeInsurance
            Perform 654-ApplyArrears
            Perform 660-ComputeGarnishment
            Perform 675-UpdateYtd
            Perform 677-WriteDistTax
            Perform 700-DisplayNetPay
            Perform 705-SplitDeposit
            If TrialRun = "Y"
                Perform 709-TrialPayment
            Else
                Perform 710-WriteACH
            End-if
            Perform 715-PrintStub
            Perform 718-WriteHistory
            Perform 725-ControlDept
            Move DeptNum to PastDept
            Move RegionNum to PastRegion
            Move CoCode to PastCoCode.
            
       205-HoldEmployee.
            If HeldEmpCount < 200
                Move TermDate to HeldTermDate(HeldEmpCount)
            End-if.

       206-FindEarnings.
            Move "N" to EarnFound
            Move 1 to EarnFoundIdx
            Perform Varying EarnIdx from 1 by 1
                    Until EarnIdx > EarnCount or EarnFound = "Y"
                If EtbEmpNum(EarnIdx) = EarnKey
                    Move "Y" to EarnFound
                    Move EarnIdx to EarnFoundIdx
                End-if
            End-perform.

      *    Points CurCoIdx at the employee's company, adding a code
      *    that is not on the employer file so its pay still totals.
       208-FindCompany.
            Move 0 to CurCoIdx
            Perform Varying CoIdx from 1 by 1
                    Until CoIdx > CoCount or CurCoIdx > 0
                If CtCoCode(CoIdx) = CoCode
                    Move CoIdx to CurCoIdx
                End-if
            End-perform
            If CurCoIdx = 0
                If CoCount < 20
                    Add 1 to CoCount
                    Move CoCount to CurCoIdx
                    Move CoCode to CtCoCode(CoCount)
                    Move spaces to CtEin(CoCount)
                    If CoCode = "01"
                        Move DefaultCoName to CtName(CoCount)
                    Else
                        Move spaces to CtName(CoCount)
                    End-if
                    Move 0 to CtEmpCount(CoCount)
                        CtGross(CoCount) CtNet(CoCount)
                        CtAchCount(CoCount) CtAchTotal(CoCount)
                        CtCheckCount(CoCount) CtCheckTotal(CoCount)
                Else
                    Move CoCount to CurCoIdx
                    Move CoCode to CoFullCode
                    Display CoFullLine
                End-if
            End-if
            If CtName(CurCoIdx) = spaces
                Move DefaultCoName to ChkCoName StbCoName
            Else
                Move CtName(CurCoIdx) to ChkCoName StbCoName
            End-if.

      *    An hourly employee with no timecard weeks in the period is
      *    not paid scheduled hours; payroll follows up from the
      *    exception page.
       207-HoldNoEarnings.
            If NoEarnCount < 200
                Add 1 to NoEarnCount
                Move EmpNum to NoEarnEmpNum(NoEarnCount)
                Move LastName to NoEarnEmpName(NoEarnCount)
                Move DeptNum to NoEarnDeptNum(NoEarnCount)
                Move Hours to NoEarnSchedHrs(NoEarnCount)
            End-if.

       250-Insurance.
           If Medical="Y"
                Move "M" to MedStr
           If PayCode = "S" or "C"
                Compute ExpPayAmt Rounded = Pay/12
           Else
                Compute ExpPayAmt = EtbRegAmt(EarnFoundIdx) +
                        EtbOtAmt(EarnFoundIdx) +
                        EtbHolAmt(EarnFoundIdx) +
                        EtbDiffAmt(EarnFoundIdx) +
                        EtbMealAmt(EarnFoundIdx)
           End-if.
                
       400-DetermineCommission.
                    Move 0 to YtdGrossPay Ytd401k YtdFedTax
                        YtdStateTax YtdDistTax YtdInsurance
                        YtdEmpFica YtdEmpMed YtdEmpFuta YtdEmpSuta
                        Ytd401kMatch YtdEeFica YtdEeMed
                        YtdFedWages YtdFicaWages
                        YtdCoGross YtdCoFicaWages
                    Move spaces to YtdLastPostPd
                    Move CoCode to YtdCoCode
            End-read
            Move YtdRec to YtdBefore
            Move YtdNewRec to YtdBeforeNew
            Perform 451-SetYtdCompany
            Move YtdCoGross to PriorYtdGross
            Move YtdCoFicaWages to PriorYtdFica.

      *    The FICA, FUTA and SUTA wage bases and the additional
      *    Medicare threshold run per employing company, so wages
      *    start again from zero when an employee moves to another
      *    company.  A record written before companies were carried
      *    holds primary-company wages only.
       451-SetYtdCompany.
            If YtdCoCode = spaces
                Move "01" to YtdCoCode
                Move YtdGrossPay to YtdCoGross
                Move YtdFicaWages to YtdCoFicaWages
            End-if
            If Not (YtdCoCode = CoCode)
                Move CoCode to YtdCoCode
                Move 0 to YtdCoGross YtdCoFicaWages
            End-if.

       500-Compute401k.
            Move "N" to Limit401kHit
                Move MatchCapAmt to Match401k
            End-if.
           
      *     Premiums for plans flagged pre-tax come out ahead of the
      *     withholding so they never reach the federal, state,
      *     district, or FICA wage base; the rest are taken after tax
      *     by 650-ComputeInsurance as before.
       540-ComputePreTaxIns.
            Move 0 to TotalInsurance
            Move 0 to EmpErBenefit
            Move 0 to EmpArrearsAdded
            Move "N" to BenRateMissing
            Move "P" to BenPass
            Perform 651-ElectedPlans
            Move TotalInsurance to PreTaxIns
            Compute FedWages = GrossPayAmt - 401kTemp - PreTaxIns
            Compute FicaWages = GrossPayAmt - PreTaxIns.

       550-ComputeFed.
            Perform 552-ComputeFedGraduated
            If FedBrktFound = "Y"
                Compute ExpPayAmt = ExpPayAmt - Fed
                Move Fed to FedTaxStr
                Exit paragraph
            End-if
            Perform 560-FindTaxRate
            If TaxRateFound = "N"
                Move "Y" to TaxRateMissing
                Move Fed to FedTaxStr
            End-if.

      *     IRS percentage method off the employee's W-4.  The period
      *     taxable wage is annualized, other income added and
      *     deductions taken off (plus the standard allowance unless
      *     the multiple-jobs box is checked), and the bracket for the
      *     filing status applied.  The dependent credit comes off the
      *     period amount and any extra withholding is added on.  An
      *     employee with no filing status withholds as single, or as
      *     married filing jointly when the marital status is "M".
       552-ComputeFedGraduated.
            Move "N" to FedBrktFound
            If FedBrktCount = 0
                Exit paragraph
            End-if

            If W4FilStat = "S" or W4FilStat = "M" or W4FilStat = "H"
                Move W4FilStat to FedFilStat
            Else If MaritalStat = "M"
                Move "M" to FedFilStat
            Else
                Move "S" to FedFilStat
            End-if
            End-if
            If W4MultJob = "Y"
                Move "M" to FedTableKey
            Else
                Move "S" to FedTableKey
            End-if

            Move 0 to W4CreditAmt W4OtherAmt W4DeductAmt W4ExtraAmt
            If W4DepCredit is numeric
                Move W4DepCredit to W4CreditAmt
            End-if
            If W4OthIncome is numeric
                Move W4OthIncome to W4OtherAmt
            End-if
            If W4Deduct is numeric
                Move W4Deduct to W4DeductAmt
            End-if
            If W4ExtraWh is numeric
                Move W4ExtraWh to W4ExtraAmt
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
            If FedPeriodTax > ExpPayAmt
                Move ExpPayAmt to FedPeriodTax
            End-if
            Move FedPeriodTax to Fed
            Move "Y" to FedBrktFound.

       560-FindTaxRate.
            Move "N" to TaxRateFound
            Move 1 to TaxFoundIdx
                End-if
            End-if.

      *     Employee share of social security stops at the same wage
      *     base as the employer share; Medicare has no base, but the
      *     employee alone pays the additional rate on wages once the
      *     year's Medicare wages pass the annual threshold.
       607-ComputeEmployeeFica.
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
            Compute FicaMedStr = EeFica + EeMed

            Compute ExpPayAmt = ExpPayAmt - EeFica - EeMed.

       650-ComputeInsurance.
            Move "A" to BenPass
            Perform 651-ElectedPlans
            Move TotalInsurance to InsurAmtStr.

       651-ElectedPlans.
            If BenTier = "E" or "S" or "F"
                If Medical = "Y"
                    Move "MED" to BenPlanCode
                    Move "VIS" to BenPlanCode
                    Perform 652-FindBenPlan
                End-if
            End-if.

       652-FindBenPlan.
            Move "N" to BenPlanFound
                    Move "Y" to BenPlanFound
                    Move BtEmpShare(BenIdx) to BenEmpShare
                    Move BtErShare(BenIdx) to BenErShare
                    Move BtPreTax(BenIdx) to BenPreTax
                End-if
            End-perform

                Move "Y" to BenRateMissing
                Exit paragraph
            End-if
            If BenPass = "P" and Not (BenPreTax = "Y")
                Exit paragraph
            End-if
            If BenPass = "A" and BenPreTax = "Y"
                Exit paragraph
            End-if

      *     A premium the remaining net cannot cover is not forced
      *     through; the uncollected piece goes to the arrears balance
                    Invalid key
                        Exit paragraph
                End-read
                Move ArrearsRec to ArBefore
                Move "N" to ArBeforeNew
            Else
                Move "N" to ArrearsNewRec
                Move EmpNum to ArEmpNum
                        Move EmpNum to ArEmpNum
                        Move 0 to ArBalance
                End-read
                Move ArrearsRec to ArBefore
                Move ArrearsNewRec to ArBeforeNew
                Add EmpArrearsAdded to ArBalance
                If TrialRun = "Y"
                    Perform 657-SaveTrialArrears
                Else
                    Perform 956-JournalArrears
                    If ArrearsNewRec = "Y"
                        Write ArrearsRec
                    Else
                        Rewrite ArrearsRec
                    End-if
                End-if
                Exit paragraph
            End-if
                End-if
                Compute ExpPayAmt = ExpPayAmt - EmpArrearsRecvd
                Compute ArBalance = ArBalance - EmpArrearsRecvd
                If TrialRun = "Y"
                    Perform 657-SaveTrialArrears
                Else
                    Perform 956-JournalArrears
                    Rewrite ArrearsRec
                End-if
            End-if.

      *    A trial run leaves the arrears file alone and keeps the
      *    balance each employee would have been left with, so the
      *    arrears page can still show the after-run position.
       657-SaveTrialArrears.
            If TrialArrCount < 500
                Add 1 to TrialArrCount
                Move ArEmpNum to TaEmpNum(TrialArrCount)
                Move ArBalance to TaBalance(TrialArrCount)
                Move "N" to TaPrinted(TrialArrCount)
            End-if.

       658-TrialArrearsBalance.
            Move "N" to TrialArrFound
            Perform Varying TrialArrIdx from 1 by 1
                    Until TrialArrIdx > TrialArrCount
                            or TrialArrFound = "Y"
                If TaEmpNum(TrialArrIdx) = ArEmpNum
                    Move "Y" to TrialArrFound
                    Move TaBalance(TrialArrIdx) to ArBalance
                    Move "Y" to TaPrinted(TrialArrIdx)
                End-if
            End-perform.

       659-PrintNewTrialArrears.
            If TaPrinted(TrialArrIdx) = "N"
                    and TaBalance(TrialArrIdx) > 0
                Move TaEmpNum(TrialArrIdx) to ArEmpNum
                Move TaBalance(TrialArrIdx) to ArBalance
                Perform 898-PrintArrearsLine
            End-if.

       660-ComputeGarnishment.
            End-if.

       655-ComputeEmployerTax.
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
            Move YtdGrossPay to YtdGrossStr

            If TrialRun = "Y"
                Exit paragraph
            End-if
            Perform 955-JournalYtd
            If YtdNewRec = "Y"
                Write YtdRec
            Else
      *    already-posted employee does not append the same period's
      *    withholding to the district detail a second time.
       677-WriteDistTax.
            If EmpPdPosted = "Y" or DistTax = 0 or TrialRun = "Y"
                Exit paragraph
            End-if
            Move spaces to DistTaxRec
            Move SchoolDist to DxDistCode
            Move EmpNum to DxEmpNum
            Move DistTax to DxAmount
            Write DistTaxRec
            Add 1 to RsDistTaxRecs.

       700-DisplayNetPay.
            Move ExpPayAmt to NetPayAmtStr.

       718-WriteHistory.
            If EmpPdPosted = "Y" or TrialRun = "Y"
                Exit paragraph
            End-if
            Move spaces to HistRec
            Move TotalInsurance to HstInsurance
            Move TotalGarn to HstGarnish
            Move ExpPayAmt to HstNet
            Move EeFica to HstEeFica
            Move EeMed to HstEeMed
            Move FedWages to HstFedWages
            Move FicaWages to HstFicaWages
            Move CoCode to HstCoCode
            Write HistRec
            Add 1 to RsHistRecs.

      *    Net pay is split in allocation sequence order: each fixed
      *    amount or percent of net goes to its account, limited to
      *    what is left, and the rest goes to the remainder account -
      *    the allocation marked R, or the master bank account when
      *    there is none.  A share whose account is still in prenote
      *    or was returned by the bank stays with the remainder, and a
      *    remainder with no live account is paid by check.
       705-SplitDeposit.
            Move 0 to DsCount
            Move 0 to CheckPayAmt
            Move ExpPayAmt to DepLeft
            Move "N" to RmFound
            If DepAvail = "Y"
                Move EmpNum to DaEmpNum
                Move 0 to DaSeq
                Move "N" to DepEOF
                Start DepositFile key not < DaKey
                    Invalid key
                        Move "Y" to DepEOF
                End-start
                Perform 704-ReadAllocNext until DepEOF = "Y"
            End-if
            Perform 707-PlaceRemainder.

       704-ReadAllocNext.
            Read DepositFile next
                At end
                    Move "Y" to DepEOF
                Not at end
                    If DaEmpNum not = EmpNum
                        Move "Y" to DepEOF
                    Else
                        Perform 706-TakeAllocation
                    End-if
            End-read.

       706-TakeAllocation.
            If DaMethod = "R"
                Move "Y" to RmFound
                Move DaSeq to RmSeq
                Move DaAcctType to RmType
                Move DaRouting to RmRouting
                Move DaAccount to RmAccount
                Move DaStat to RmStat
                Exit paragraph
            End-if
            If DsCount >= 10
                Exit paragraph
            End-if
            If DaStat = "P"
                Move "N" to DsVia(DsCount + 1)
                Move 0 to DepShare
                Perform 708-AddSplitEntry
                Exit paragraph
            End-if
            If Not (DaStat = "V")
                Exit paragraph
            End-if
            If DaMethod = "P"
                Compute DepShare Rounded =
                        ExpPayAmt * DaPercent / 100
            Else
                Move DaAmount to DepShare
            End-if
            If DepShare > DepLeft
                Move DepLeft to DepShare
            End-if
            If DepShare > 0
                Move "A" to DsVia(DsCount + 1)
                Perform 708-AddSplitEntry
                Subtract DepShare from DepLeft
            End-if.

       707-PlaceRemainder.
            If RmFound = "N"
                Move 0 to RmSeq
                Move "C" to RmType
                Move RoutingNum to RmRouting
                Move AccountNum to RmAccount
                Move BankStat to RmStat
            End-if
            Move RmSeq to DaSeq
            Move RmType to DaAcctType
            Move RmRouting to DaRouting
            Move RmAccount to DaAccount
            If RmRouting = spaces or RmAccount = spaces
                    or RmStat = "U"
                Move "C" to DsVia(DsCount + 1)
                Move DepLeft to DepShare
                Perform 708-AddSplitEntry
            Else
                If RmStat = "P"
                    Move "N" to DsVia(DsCount + 1)
                    Move 0 to DepShare
                    Perform 708-AddSplitEntry
                    Move "C" to DsVia(DsCount + 1)
                    Move DepLeft to DepShare
                    Perform 708-AddSplitEntry
                Else
                    If DepLeft > 0 or DsCount = 0
                        Move "A" to DsVia(DsCount + 1)
                        Move DepLeft to DepShare
                        Perform 708-AddSplitEntry
                    End-if
                End-if
            End-if.

       708-AddSplitEntry.
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

      *    Same deposit-or-check split as 710, counted but not
      *    written, so the trial balancing report carries the ACH and
      *    check totals the finalize run will produce.
       709-TrialPayment.
            Perform Varying DsIdx from 1 by 1
                    Until DsIdx > DsCount
                If DsVia(DsIdx) = "C"
                    Add 1 to CheckCount
                    Add CheckPayAmt to TotalCheckAmt
                    Add 1 to NextCheckNo
                    Add 1 to CtCheckCount(CurCoIdx)
                    Add CheckPayAmt to CtCheckTotal(CurCoIdx)
                End-if
                If DsVia(DsIdx) = "A"
                    Add DsAmount(DsIdx) to AchTotalAmt
                    Add 1 to CtAchCount(CurCoIdx)
                    Add DsAmount(DsIdx) to CtAchTotal(CurCoIdx)
                End-if
            End-perform.

       710-WriteACH.
            Perform Varying DsIdx from 1 by 1
                    Until DsIdx > DsCount
                Move 0 to CheckNoUsed
                Evaluate DsVia(DsIdx)
                    When "A"
                        Perform 713-WriteCredit
                    When "N"
                        Perform 711-WritePrenote
                    When "C"
                        Move NextCheckNo to CheckNoUsed
                        Perform 712-IssueCheck
                End-evaluate
                Perform 717-WriteDepDetail
            End-perform.

       711-WritePrenote.
            Move "6" to AchRecType
            If DsType(DsIdx) = "S"
                Move "33" to AchTransCode
            Else
                Move "23" to AchTransCode
            End-if
            Move DsRouting(DsIdx) to AchRouting
            Move DsAccount(DsIdx) to AchAccount
            Move 0 to AchAmount
            Move EmpNum to AchEmpNum
            Move EmpLName to AchEmpName
            Move CoCode to AchCoCode
            Write AchRec
            Add 1 to RsAchRecs
            Add 1 to CtAchCount(CurCoIdx).

       713-WriteCredit.
            Move "6" to AchRecType
            If DsType(DsIdx) = "S"
                Move "32" to AchTransCode
            Else
                Move "22" to AchTransCode
            End-if
            Move DsRouting(DsIdx) to AchRouting
            Move DsAccount(DsIdx) to AchAccount
            Move DsAmount(DsIdx) to AchAmount
            Move EmpNum to AchEmpNum
            Move EmpLName to AchEmpName
            Move CoCode to AchCoCode
            Write AchRec
            Add 1 to RsAchRecs
            Add DsAmount(DsIdx) to AchTotalAmt
            Add 1 to CtAchCount(CurCoIdx)
            Add DsAmount(DsIdx) to CtAchTotal(CurCoIdx).

       717-WriteDepDetail.
            Move spaces to DepDetRec
            Move PeriodId to DdPeriodId
            Move EmpNum to DdEmpNum
            Move DsSeq(DsIdx) to DdSeq
            Move DsVia(DsIdx) to DdVia
            Move DsType(DsIdx) to DdAcctType
            Move DsRouting(DsIdx) to DdRouting
            Move DsAccount(DsIdx) to DdAccount
            Move DsAmount(DsIdx) to DdAmount
            Move CheckNoUsed to DdCheckNo
            Move CoCode to DdCoCode
            Write DepDetRec
            Add 1 to RsDepDetRecs.

       712-IssueCheck.
            Move FirstName to CpnFirst
            Write CheckRecord from CheckDateLine
                 after advancing 1 line
            Move CheckPayeeName to ChkPayee
            Move CheckPayAmt to ChkAmtStr
            Write CheckRecord from CheckPayLine
                 after advancing 1 line
            Write CheckRecord from BlankLine
                 after advancing 1 line
            Move "State Tax" to StbLabel
            Move State to StbAmt
            Write CheckRecord from StubAmtLine
                 after advancing 1 line
            Move "Social Security" to StbLabel
            Move EeFica to StbAmt
            Write CheckRecord from StubAmtLine
                 after advancing 1 line
            Move "Medicare" to StbLabel
            Move EeMed to StbAmt
            Write CheckRecord from StubAmtLine
                 after advancing 1 line
            Move "Insurance" to StbLabel
            Move ExpPayAmt to StbAmt
            Write CheckRecord from StubAmtLine
                 after advancing 1 line
            If CheckPayAmt < ExpPayAmt
                Move "Direct Deposit" to StbLabel
                Compute StbAmt = ExpPayAmt - CheckPayAmt
                Write CheckRecord from StubAmtLine
                     after advancing 1 line
            End-if

            Move NextCheckNo to CrgCheckNo
            Move EmpNum to CrgEmpNum
            Move CheckPayeeName to CrgPayee
            Move CheckPayAmt to CrgAmtStr
            Move WSDate to CrgDate
            Write CheckRegRecord from CheckRegLine
                 after advancing 1 line

            Move spaces to PosPayRec
            Move NextCheckNo to PpCheckNo
            Move CheckPayAmt to PpAmount
            Move CheckPayeeName to PpPayee
            Move WSDate to PpDate
            Move CoCode to PpCoCode
            Write PosPayRec
            Add 1 to RsPosPayRecs

            Add 1 to CheckCount
            Add CheckPayAmt to TotalCheckAmt
            Add 1 to CtCheckCount(CurCoIdx)
            Add CheckPayAmt to CtCheckTotal(CurCoIdx)
            Add 1 to NextCheckNo
            Perform 714-WriteCheckCtl.

       715-PrintStub.
            Write StubRecord from StubHeadLine
                 after advancing page
            If TrialRun = "Y"
                Write StubRecord from TrialRegLine
                     after advancing 1 line
            End-if
            Move WSMo to StbMo
            Move WSDay to StbDay
            Move WSYr to StbYr
            Write StubRecord from BlankLine
                 after advancing 1 line

            If PayCode = "H"
                Perform 716-PrintStubHours
            End-if
            Move "Gross Pay" to StbLabel
            Move GrossPayAmt to StbAmt
            Write StubRecord from StubAmtLine
                 after advancing 1 line
            If PreTaxIns > 0 or 401kTemp > 0
                Move "Taxable Wages" to StbLabel
                Move FedWages to StbAmt
                Write StubRecord from StubAmtLine
                     after advancing 1 line
            End-if
            Write StubRecord from BlankLine
                 after advancing 1 line

                 after advancing 1 line
            Move "District Tax" to StbLabel
            Move DistTax to StbAmt
            Write StubRecord from StubAmtLine
                 after advancing 1 line
            Move "Social Security" to StbLabel
            Move EeFica to StbAmt
            Write StubRecord from StubAmtLine
                 after advancing 1 line
            Move "Medicare" to StbLabel
            Move EeMed to StbAmt
            Write StubRecord from StubAmtLine
                 after advancing 1 line
            Move "Insurance" to StbLabel
                 after advancing 1 line
            Write StubRecord from BlankLine
                 after advancing 1 line
            If DsCount > 0
                Move "Net Pay Distribution:" to StubSectLine
                Write StubRecord from StubSectLine
                     after advancing 1 line
                Perform 719-PrintStubDeposit
                     Varying DsIdx from 1 by 1
                     Until DsIdx > DsCount
                Write StubRecord from BlankLine
                     after advancing 1 line
            End-if

            Move "Year to Date:" to StubSectLine
            Write StubRecord from StubSectLine
                 after advancing 1 line
            Move "YTD District Tax" to StbLabel
            Move YtdDistTax to StbAmt
            Write StubRecord from StubAmtLine
                 after advancing 1 line
            Move "YTD Social Security" to StbLabel
            Move YtdEeFica to StbAmt
            Write StubRecord from StubAmtLine
                 after advancing 1 line
            Move "YTD Medicare" to StbLabel
            Move YtdEeMed to StbAmt
            Write StubRecord from StubAmtLine
                 after advancing 1 line
            Move "YTD Insurance" to StbLabel
            Write StubRecord from StubAmtLine
                 after advancing 1 line.

       716-PrintStubHours.
            Move "Earnings This Period:" to StubSectLine
            Write StubRecord from StubSectLine
                 after advancing 1 line
            Move "Regular" to SthLabel
            Move EtbRegHrs(EarnFoundIdx) to SthHours
            Move EtbRegAmt(EarnFoundIdx) to SthAmt
            Write StubRecord from StubHrsLine
                 after advancing 1 line
            If EtbOtAmt(EarnFoundIdx) > 0
                Move "Overtime" to SthLabel
                Move EtbOtHrs(EarnFoundIdx) to SthHours
                Move EtbOtAmt(EarnFoundIdx) to SthAmt
                Write StubRecord from StubHrsLine
                     after advancing 1 line
            End-if
            If EtbHolAmt(EarnFoundIdx) > 0
                Move "Holiday" to SthLabel
                Move EtbHolHrs(EarnFoundIdx) to SthHours
                Move EtbHolAmt(EarnFoundIdx) to SthAmt
                Write StubRecord from StubHrsLine
                     after advancing 1 line
            End-if
            If EtbDiffAmt(EarnFoundIdx) > 0
                Move "Shift Diff" to SthLabel
                Move EtbDiffHrs(EarnFoundIdx) to SthHours
                Move EtbDiffAmt(EarnFoundIdx) to SthAmt
                Write StubRecord from StubHrsLine
                     after advancing 1 line
            End-if
            If EtbMealAmt(EarnFoundIdx) > 0
                Move "Meal Premium" to SthLabel
                Move EtbMealHrs(EarnFoundIdx) to SthHours
                Move EtbMealAmt(EarnFoundIdx) to SthAmt
                Write StubRecord from StubHrsLine
                     after advancing 1 line
            End-if.

      *    Account numbers are masked to the last four digits.
       719-PrintStubDeposit.
            Evaluate DsVia(DsIdx)
                When "C"
                    Move "Check" to StbLabel
                When "N"
                    Move "Prenote" to SdlText
                    Perform 721-MaskAccount
                    Move StubDepLabel to StbLabel
                When other
                    If DsType(DsIdx) = "S"
                        Move "Savings" to SdlText
                    Else
                        Move "Checking" to SdlText
                    End-if
                    Perform 721-MaskAccount
                    Move StubDepLabel to StbLabel
            End-evaluate
            Move DsAmount(DsIdx) to StbAmt
            Write StubRecord from StubAmtLine
                 after advancing 1 line.

       721-MaskAccount.
            Move 17 to DepPos
            Perform until DepPos < 5
                    or DsAccount(DsIdx)(DepPos:1) not = space
                Subtract 1 from DepPos
            End-perform
            Compute DepPos = DepPos - 3
            Move DsAccount(DsIdx)(DepPos:4) to SdlLast4.

       720-PrintStubGarn.
            If GarnType(GarnIdx) = "F" or GarnType(GarnIdx) = "P"
                Move GarnPayee(GarnIdx) to StbGarnPayee
            Move RegionNum to CurrentRegion

            If Not (CurrentDept = PastDept)
                    or Not (CoCode = PastCoCode)

                If Not (PastDept = Low-values)
                    Perform 825-PrintDeptTotal
            Add TotalInsurance to DeptInsurance
            Add EmpFica to DeptEmpFica
            Add EmpMed to DeptEmpMed
            Add EeFica to DeptEeFica
            Add EeMed to DeptEeMed
            Add EmpFuta to DeptEmpFuta
            Add EmpSuta to DeptEmpSuta
            Add Match401k to DeptMatch401k
            Add EmpErBenefit to DeptErBenefit
            Add EmpArrearsRecvd to DeptArrearsRecvd
            Add 1 to DeptCount
            Add 1 to RegionCount
            Add 1 to CtEmpCount(CurCoIdx)
            Add GrossPayAmt to CtGross(CurCoIdx)
            Add ExpPayAmt to CtNet(CurCoIdx).

       760-NewRegion.
            If LineNo + 3 > LinesPerPg
            
                Move DeptNum to DepartNumStr
                Move DeptName to DepartNameStr
                Move CoCode to DepartCoStr
                Move CtName(CurCoIdx) to DepartCoName
                Write ReportRecord from DepartmentHead
                    after advancing 1 line
                Write ReportRecord from DepartmentSubHead
                After advancing 1 line
           Write ReportRecord from BlankLine
                after advancing 1 line
           Move 3 to LineNo
           If TrialRun = "Y"
                Write ReportRecord from TrialRegLine
                    after advancing 1 line
                Add 1 to LineNo
           End-if.
       
       825-PrintDeptTotal.
           If LineNo + 3 > LinesPerPg
                Move "5010" to GLAcctCode
                Move "GROSS WAGES" to GLAcctDesc
                Move DeptGrossPay to GLAmount
                Perform 881-PutGLRec
                Add DeptGrossPay to GlGrossTotal
                Add DeptAdjAmt to GlGrossTotal

                    Move "PAY ADJUSTMENTS" to GLAcctDesc
                    Move DeptAdjAmt to GLAmount
                End-if
                Perform 881-PutGLRec

                Move PastDept to GLDeptNum
                Move "2210" to GLAcctCode
                Move "401K PAYABLE" to GLAcctDesc
                Move Dept401k to GLAmount
                Perform 881-PutGLRec

                Move PastDept to GLDeptNum
                Move "2220" to GLAcctCode
                Move "FED W/H PAYABLE" to GLAcctDesc
                Move DeptFedTax to GLAmount
                Perform 881-PutGLRec

                Move PastDept to GLDeptNum
                Move "2230" to GLAcctCode
                Move "STATE W/H PAYABLE" to GLAcctDesc
                Move DeptStateTax to GLAmount
                Perform 881-PutGLRec

                Move PastDept to GLDeptNum
                Move "2235" to GLAcctCode
                Move "SCHOOL DIST PAYABLE" to GLAcctDesc
                Move DeptDistTax to GLAmount
                Perform 881-PutGLRec

                Move PastDept to GLDeptNum
                Move "2240" to GLAcctCode
                Move "INSURANCE PAYABLE" to GLAcctDesc
                Compute GLAmount = DeptInsurance + DeptArrearsRecvd
                Perform 881-PutGLRec

                Move PastDept to GLDeptNum
                Move "5030" to GLAcctCode
                Move "401K MATCH EXPENSE" to GLAcctDesc
                Move DeptMatch401k to GLAmount
                Perform 881-PutGLRec

                Move PastDept to GLDeptNum
                Move "2215" to GLAcctCode
                Move "401K MATCH PAYABLE" to GLAcctDesc
                Move DeptMatch401k to GLAmount
                Perform 881-PutGLRec

                Move PastDept to GLDeptNum
                Move "5020" to GLAcctCode
                Move "EMPLOYER PR TAX EXP" to GLAcctDesc
                Compute GLAmount = DeptEmpFica + DeptEmpMed +
                        DeptEmpFuta + DeptEmpSuta
                Perform 881-PutGLRec

                Move PastDept to GLDeptNum
                Move "2250" to GLAcctCode
                Move "FICA/MED PAYABLE" to GLAcctDesc
                Compute GLAmount = DeptEmpFica + DeptEmpMed +
                        DeptEeFica + DeptEeMed
                Perform 881-PutGLRec

                Move PastDept to GLDeptNum
                Move "2260" to GLAcctCode
                Move "FUTA PAYABLE" to GLAcctDesc
                Move DeptEmpFuta to GLAmount
                Perform 881-PutGLRec

                Move PastDept to GLDeptNum
                Move "2270" to GLAcctCode
                Move "SUTA PAYABLE" to GLAcctDesc
                Move DeptEmpSuta to GLAmount
                Perform 881-PutGLRec

                Move PastDept to GLDeptNum
                Move "5040" to GLAcctCode
                Move "BENEFITS EXPENSE-ER" to GLAcctDesc
                Move DeptErBenefit to GLAmount
                Perform 881-PutGLRec

                Move PastDept to GLDeptNum
                Move "2280" to GLAcctCode
                Move "BENEFITS PAYABLE" to GLAcctDesc
                Move DeptErBenefit to GLAmount
                Perform 881-PutGLRec

                Move 0 to DeptGrossPay Dept401k DeptFedTax
                           DeptStateTax DeptInsurance
                           DeptEmpFica DeptEmpMed DeptEeFica DeptEeMed
                           DeptEmpFuta DeptEmpSuta DeptMatch401k
                           DeptDistTax DeptAdjAmt DeptErBenefit
                           DeptArrearsRecvd
            End-if.

       881-PutGLRec.
            Move PastCoCode to GLCoCode
            If TrialRun = "N"
                Write GLRec
                Add 1 to RsGlRecs
            End-if.

       875-PrintRegionTotal.
           If LineNo + 3 > LinesPerPg
                Perform 800-NewPage
                Write ReportRecord from AdjDropLine
                     after advancing 1 line
                Add 1 to LineNo
            End-if

            If EarnDropCount > 0
                Move EarnDropCount to EarnDropStr
                Write ReportRecord from EarnDropLine
                     after advancing 1 line
                Add 1 to LineNo
            End-if.

       870-WriteCheckRegTotal.
            Write CheckRegRecord from BlankLine
                 after advancing 1 line
            Write CheckRegRecord from CheckRegTotalLine
                 after advancing 1 line
            If CoCount > 1
                Perform 871-WriteCheckRegCo
                    Varying CoIdx from 1 by 1
                    Until CoIdx > CoCount
            End-if.

       871-WriteCheckRegCo.
            Move CtCoCode(CoIdx) to CrcCoCode
            Move CtCheckCount(CoIdx) to CrcCount
            Move CtCheckTotal(CoIdx) to CrcTotalStr
            Write CheckRegRecord from CheckRegCoLine
                 after advancing 1 line.

      *    ACH entries go to the work file in master order as each
      *    employee is paid, so a restart can cut it back by count.
      *    At the end they are sorted by company, keeping their order
      *    within it, and the deposit file is built one batch per
      *    employing company: its header, its entries, and a control
      *    record closing them out, each carrying the FEIN the
      *    deposits are made under.
       872-WriteAchCoCtl.
            Close AchFile
            Sort TempAch
                on ascending key AxSortCo
                with duplicates in order
                using AchFile
                giving SortedAchFile
            Open input SortedAchFile
                 output AchBatchFile
            Move "N" to AchSortEOF
            Move "N" to AchBatchOpen
            Perform until AchSortEOF = "Y"
                Read SortedAchFile
                    At end
                        Move "Y" to AchSortEOF
                    Not at end
                        If AchBatchOpen = "N"
                                or Not (AxCoCode = AchBatchCo)
                            Perform 873-EndAchBatch
                            Perform 874-StartAchBatch
                        End-if
                        Write AchBatchRec from SortedAchRec
                        Add 1 to AchBatchCount
                        Add AxAmount to AchBatchTotal
                End-read
            End-perform
            Perform 873-EndAchBatch
            Close SortedAchFile AchBatchFile.

       873-EndAchBatch.
            If AchBatchOpen = "N"
                Exit paragraph
            End-if
            Move spaces to AchCoCtlRec
            Move "8" to AccRecType
            Move AchBatchCount to AccEntries
            Move AchBatchTotal to AccCredits
            Move AchBatchEin to AccEin
            Move AchBatchName to AccCoName
            Move AchBatchCo to AccCoCode
            Write AchCoCtlRec
            Move "N" to AchBatchOpen.

       874-StartAchBatch.
            Move AxCoCode to AchBatchCo
            Move spaces to AchBatchEin
            Move DefaultCoName to AchBatchName
            Perform Varying CoIdx from 1 by 1
                    Until CoIdx > CoCount
                If CtCoCode(CoIdx) = AchBatchCo
                    Move CtEin(CoIdx) to AchBatchEin
                    If Not (CtName(CoIdx) = spaces)
                        Move CtName(CoIdx) to AchBatchName
                    End-if
                End-if
            End-perform
            Move spaces to AchCoHdrRec
            Move "5" to AchHdrType
            Move AchBatchEin to AchHdrEin
            Move AchBatchName to AchHdrCoName
            Move WSDate to AchHdrEffDate
            Move "PAYROLL" to AchHdrDesc
            Move AchBatchCo to AchHdrCoCode
            Write AchCoHdrRec
            Move 0 to AchBatchCount AchBatchTotal
            Move "Y" to AchBatchOpen.

       890-WriteGarnRemit.
            If GarnPayeeCount > 0
                Write GarnRegRecord from GarnRegHead
            Write RunCtlRec
            Close RunCtlFile.

      *    The trial leaves its totals and fingerprint behind for the
      *    finalize run; the finalize run marks that trial as used so
      *    it cannot authorize a second posting.
       935-WriteTrialCtl.
            If FinalRun = "Y"
                Move "F" to TcStatus
            Else
                Move spaces to TrialCtl
                Move PeriodId to TcPeriodId
                Move "T" to TcStatus
                Accept TcRunDate from date yyyymmdd
                Move RecsRead to TcRecsRead
                Move GrossTotalAll to TcGrossTotal
                Move GlGrossTotal to TcGlGross
                Move AchTotalAmt to TcAchTotal
                Move TotalCheckAmt to TcCheckTotal
                Move CheckCount to TcCheckCount
                Move TotalPayroll to TcNetTotal
                Move Fingerprint to TcFingerprint
            End-if
            Open output TrialCtlFile
            Write TrialCtlRec from TrialCtl
            Close TrialCtlFile.

       936-PrintTrialBalance.
            Open output BalanceReport
            If TrialRun = "Y"
                Move "Trial Balancing Report - Monthly Run"
                    to TrialBalHead
            Else
                Move "Finalize Balancing Report - Monthly Run"
                    to TrialBalHead
            End-if
            Write BalanceRecord from TrialBalHead
                 after advancing 1 line
            Write BalanceRecord from TrialBalColHead
                 after advancing 1 line
            Move "N" to TrialMismatch
            Move "Employees read" to TbLabel
            Move TcRecsRead to TbTrialAmt
            Move RecsRead to TbLiveAmt
            Perform 937-PrintTrialBalLine
            Move "Gross pay" to TbLabel
            Move TcGrossTotal to TbTrialAmt
            Move GrossTotalAll to TbLiveAmt
            Perform 937-PrintTrialBalLine
            Move "GL gross" to TbLabel
            Move TcGlGross to TbTrialAmt
            Move GlGrossTotal to TbLiveAmt
            Perform 937-PrintTrialBalLine
            Move "ACH deposits" to TbLabel
            Move TcAchTotal to TbTrialAmt
            Move AchTotalAmt to TbLiveAmt
            Perform 937-PrintTrialBalLine
            Move "Check amount" to TbLabel
            Move TcCheckTotal to TbTrialAmt
            Move TotalCheckAmt to TbLiveAmt
            Perform 937-PrintTrialBalLine
            Move "Checks written" to TbLabel
            Move TcCheckCount to TbTrialAmt
            Move CheckCount to TbLiveAmt
            Perform 937-PrintTrialBalLine
            Move "Net pay" to TbLabel
            Move TcNetTotal to TbTrialAmt
            Move TotalPayroll to TbLiveAmt
            Perform 937-PrintTrialBalLine
            Perform 938-PrintFingerprint
            If TrialRun = "Y"
                Write BalanceRecord from TrialOnlyLine
                     after advancing 1 line
            Else If TrialMismatch = "N"
                Write BalanceRecord from TrialAgreeLine
                     after advancing 1 line
            Else
                Write BalanceRecord from TrialDifferLine
                     after advancing 1 line
            End-if
            End-if
            Close BalanceReport.

       937-PrintTrialBalLine.
            Move TbTrialAmt to TbTrial
            If TrialRun = "Y"
                Move spaces to TbLiveX
                Move spaces to TbFlag
            Else
                Move TbLiveAmt to TbLive
                If TbTrialAmt = TbLiveAmt
                    Move spaces to TbFlag
                Else
                    Move "***" to TbFlag
                    Move "Y" to TrialMismatch
                End-if
            End-if
            Write BalanceRecord from TrialBalLine
                 after advancing 1 line.

       938-PrintFingerprint.
            Move "Clean master records" to TbLabel
            Move TcCleanCount to TbTrialAmt
            Move FpCleanCount to TbLiveAmt
            Perform 937-PrintTrialBalLine
            Move "Clean master hash" to TbLabel
            Move TcCleanHash to TbTrialAmt
            Move FpCleanHash to TbLiveAmt
            Perform 937-PrintTrialBalLine
            Move "YTD master records" to TbLabel
            Move TcYtdCount to TbTrialAmt
            Move FpYtdCount to TbLiveAmt
            Perform 937-PrintTrialBalLine
            Move "YTD master hash" to TbLabel
            Move TcYtdHash to TbTrialAmt
            Move FpYtdHash to TbLiveAmt
            Perform 937-PrintTrialBalLine
            Move "Arrears hash" to TbLabel
            Move TcArrHash to TbTrialAmt
            Move FpArrHash to TbLiveAmt
            Perform 937-PrintTrialBalLine
            Move "Deposit allocation hash" to TbLabel
            Move TcDepHash to TbTrialAmt
            Move FpDepHash to TbLiveAmt
            Perform 937-PrintTrialBalLine
            Move "Timecard earnings hash" to TbLabel
            Move TcEarnHash to TbTrialAmt
            Move FpEarnHash to TbLiveAmt
            Perform 937-PrintTrialBalLine
            Move "Adjustment hash" to TbLabel
            Move TcAdjHash to TbTrialAmt
            Move FpAdjHash to TbLiveAmt
            Perform 937-PrintTrialBalLine
            Move "Tax table hash" to TbLabel
            Move TcRateHash to TbTrialAmt
            Move FpRateHash to TbLiveAmt
            Perform 937-PrintTrialBalLine
            Move "401k, plan and company hash" to TbLabel
            Move TcPlanHash to TbTrialAmt
            Move FpPlanHash to TbLiveAmt
            Perform 937-PrintTrialBalLine
            Move "First check number" to TbLabel
            Move TcFirstCheck to TbTrialAmt
            Move FpFirstCheck to TbLiveAmt
            Perform 937-PrintTrialBalLine.

       895-PrintPostedPage.
            If PostedEmpCount > 0
                Add 1 to PageNo
                Invalid key
                    Move "Y" to ArrearsScanEOF
            End-start
            Perform 893-ReadArrearsNext
                 until ArrearsScanEOF = "Y"
            If TrialRun = "Y"
                Perform 659-PrintNewTrialArrears
                     Varying TrialArrIdx from 1 by 1
                     Until TrialArrIdx > TrialArrCount
            End-if.

       893-ReadArrearsNext.
            Read ArrearsFile next
                At end
                    Move "Y" to ArrearsScanEOF
                Not at end
                    If TrialRun = "Y"
                        Perform 658-TrialArrearsBalance
                    End-if
                    If ArBalance > 0
                        Perform 898-PrintArrearsLine
                    End-if
                Close PayPeriodFile
            End-if.

       852-PrintCompanyPage.
            If CoCount > 0
                Add 1 to PageNo
                Move PageNo to PgNo
                Write ReportRecord from PageHeader
                     After advancing page
                Write ReportRecord from CoSubHead
                     After advancing 1 line
                Write ReportRecord from BlankLine
                     after advancing 1 line
                Write ReportRecord from CoColumnHead
                     after advancing 1 line
                Write ReportRecord from BlankLine
                     after advancing 1 line
                Perform 853-PrintCompanyLine
                     Varying CoIdx from 1 by 1
                     Until CoIdx > CoCount
            End-if.

       853-PrintCompanyLine.
            Move CtCoCode(CoIdx) to CdlCoCode
            Move CtEin(CoIdx) to CdlEin
            Move CtName(CoIdx) to CdlName
            Move CtEmpCount(CoIdx) to CdlEmps
            Move CtGross(CoIdx) to CdlGross
            Move CtNet(CoIdx) to CdlNet
            Move CtAchTotal(CoIdx) to CdlAch
            Move CtCheckTotal(CoIdx) to CdlChecks
            Write ReportRecord from CoDetailLine
                 After advancing 1 line.

       860-PrintHeldPage.
            If HeldEmpCount > 0
                Add 1 to PageNo
            Move HeldTermDate(HeldIdx)(7:2) to HldTermDay
            Write ReportRecord from HeldDetailLine
                 After advancing 1 line.

       862-PrintNoEarnPage.
            If NoEarnCount > 0
                Add 1 to PageNo
                Move PageNo to PgNo
                Write ReportRecord from PageHeader
                     After advancing page
                Write ReportRecord from NoEarnSubHead
                     After advancing 1 line
                Write ReportRecord from BlankLine
                     after advancing 1 line
                Write ReportRecord from NoEarnColumnHead
                     after advancing 1 line
                Write ReportRecord from BlankLine
                     after advancing 1 line
                Perform 866-PrintNoEarnLine
                     Varying NoEarnIdx from 1 by 1
                     Until NoEarnIdx > NoEarnCount
            End-if.

       866-PrintNoEarnLine.
            Move NoEarnEmpNum(NoEarnIdx) to NelEmpNoStr
            Move NoEarnEmpName(NoEarnIdx) to NelNameStr
            Move NoEarnDeptNum(NoEarnIdx) to NelDeptStr
            Move NoEarnSchedHrs(NoEarnIdx) to NelHrsStr
            Write ReportRecord from NoEarnDetailLine
                 After advancing 1 line.

      *    Commit point.  Every output written so far is closed so it
      *    is safely on disk, the printed files are measured, and the
      *    position, running totals and tables are checkpointed.  The
      *    before-image journal then starts over for the next stretch.
       950-TakeCheckpoint.
            Add 1 to RsSeq
            Move 0 to RsSince
            Close PayrollReport GLFile AchFile StubFile CheckFile
                  CheckRegFile PosPayFile DistTaxFile HistFile
                  DepDetFile
            Perform 951-CountPrintBytes
            Open extend PayrollReport
                 extend GLFile
                 extend AchFile
                 extend StubFile
                 extend CheckFile
                 extend CheckRegFile
                 extend PosPayFile
                 extend DistTaxFile
                 extend HistFile
                 extend DepDetFile
            Move "O" to RsStatus
            Perform 953-WriteCheckpoint
            Open output JournalFile
            Close JournalFile.

      *    Closing a print file ends its last line.  That line end
      *    is cut off again before the size is taken, so the next line
      *    written after the commit, or after a restart, follows on
      *    exactly as it would have in an unbroken run.
       951-CountPrintBytes.
            Move 0 to RsRptBytes
            Move "N" to RsEOF
            Move spaces to RsLastByte
            Open input RptByteFile
            Perform until RsEOF = "Y"
                Read RptByteFile
                    At end
                        Move "Y" to RsEOF
                    Not at end
                        Add 1 to RsRptBytes
                        Move RptByteRec to RsLastByte
                End-read
            End-perform
            Close RptByteFile
            If RsLastByte = RsLineEnd
                Subtract 1 from RsRptBytes
                Move RsRptBytes to KpRptBytes
                Perform 961-RestoreRptFile
            End-if
            Move 0 to RsStubBytes
            Move "N" to RsEOF
            Move spaces to RsLastByte
            Open input StubByteFile
            Perform until RsEOF = "Y"
                Read StubByteFile
                    At end
                        Move "Y" to RsEOF
                    Not at end
                        Add 1 to RsStubBytes
                        Move StubByteRec to RsLastByte
                End-read
            End-perform
            Close StubByteFile
            If RsLastByte = RsLineEnd
                Subtract 1 from RsStubBytes
                Move RsStubBytes to KpStubBytes
                Perform 962-RestoreStubFile
            End-if
            Move 0 to RsCheckBytes
            Move "N" to RsEOF
            Move spaces to RsLastByte
            Open input CheckByteFile
            Perform until RsEOF = "Y"
                Read CheckByteFile
                    At end
                        Move "Y" to RsEOF
                    Not at end
                        Add 1 to RsCheckBytes
                        Move CheckByteRec to RsLastByte
                End-read
            End-perform
            Close CheckByteFile
            If RsLastByte = RsLineEnd
                Subtract 1 from RsCheckBytes
                Move RsCheckBytes to KpCheckBytes
                Perform 963-RestoreCheckFile
            End-if
            Move 0 to RsCheckRegBytes
            Move "N" to RsEOF
            Move spaces to RsLastByte
            Open input CheckRegByteFile
            Perform until RsEOF = "Y"
                Read CheckRegByteFile
                    At end
                        Move "Y" to RsEOF
                    Not at end
                        Add 1 to RsCheckRegBytes
                        Move CheckRegByteRec to RsLastByte
                End-read
            End-perform
            Close CheckRegByteFile
            If RsLastByte = RsLineEnd
                Subtract 1 from RsCheckRegBytes
                Move RsCheckRegBytes to KpCheckRegBytes
                Perform 964-RestoreCheckRegFile
            End-if.

      *    A checkpoint counts only if its end record was written.
      *    The whole one with the higher generation is the latest; a
      *    broken one left open for this period is remembered so a
      *    restart with nothing whole behind it is refused.
       952-ScanCkpt.
            Move "N" to CkComplete
            Move "N" to RsEOF
            Perform 081-OpenCkptIn
            If Not (CkFileStatus = "00")
                Perform 083-CloseCkptIn
                Exit paragraph
            End-if
            Perform 082-ReadCkptIn
            If RsEOF = "Y" or CkType not = "C"
                Perform 083-CloseCkptIn
                Exit paragraph
            End-if
            Move CkptEntry to RsCtl
            If KpGenNo not numeric
                Move 0 to KpGenNo
            End-if
            Perform until RsEOF = "Y"
                Perform 082-ReadCkptIn
                If RsEOF = "N" and CkType = "E"
                    Move "Y" to CkComplete
                End-if
            End-perform
            Perform 083-CloseCkptIn
            If CkComplete = "N"
                If KpPeriodId = JsPeriodSave and KpStatus = "O"
                    Move "Y" to CkTorn
                End-if
                Exit paragraph
            End-if
            If CkBestGen = space or KpGenNo > CkBestNo
                Move CkScanGen to CkBestGen
                Move KpGenNo to CkBestNo
            End-if.

       953-WriteCheckpoint.
            Move spaces to RsCtl
            Move "C" to KpType
            Move JsPeriodSave to KpPeriodId
            Move RsStatus to KpStatus
            Move RsSeq to KpSeq
            Move RunMode to KpRunMode
            Move RecsRead to KpRecsRead
            Move EmpNum to KpLastEmp
            Add 1 to CkGenNo
            Move CkGenNo to KpGenNo
            Move WSDate to KpDate
            Move PageSubHead(1:11) to KpSubHead
            Move PageNo to KpPageNo
            Move LineNo to KpLineNo
            Move PastDept to KpPastDept
            Move PastRegion to KpPastRegion
            Move PastCoCode to KpPastCoCode
            Move DeptCount to KpDeptCount
            Move RegionCount to KpRegionCount
            Move NextCheckNo to KpNextCheckNo
            Move CheckCount to KpCheckCount
            Move TotalCheckAmt to KpTotalCheckAmt
            Move TotalPayroll to KpTotalPayroll
            Move TotalDeptPayroll to KpTotalDeptPay
            Move TotalRegionPayroll to KpTotalRegPay
            Move GrossTotalAll to KpGrossTotalAll
            Move GlGrossTotal to KpGlGrossTotal
            Move AchTotalAmt to KpAchTotalAmt
            Move HeldEmpCount to KpHeldCount
            Move PostedEmpCount to KpPostedCount
            Move NoEarnCount to KpNoEarnCount
            Move StateWhCount to KpStateWhCount
            Move GarnPayeeCount to KpGarnPayeeCnt
            Move GarnPayeeFull to KpGarnPayeeFull
            Move GarnDetCount to KpGarnDetCount
            Move GarnDetFull to KpGarnDetFull
            Move RsAchRecs to KpAchRecs
            Move RsPosPayRecs to KpPosPayRecs
            Move RsGlRecs to KpGlRecs
            Move RsHistRecs to KpHistRecs
            Move RsDistTaxRecs to KpDistTaxRecs
            Move RsDepDetRecs to KpDepDetRecs
            Move RsRptBytes to KpRptBytes
            Move RsStubBytes to KpStubBytes
            Move RsCheckBytes to KpCheckBytes
            Move RsCheckRegBytes to KpCheckRegBytes
            Move "T" to KdType
            Move DeptGrossPay to KdGrossPay
            Move Dept401k to Kd401k
            Move DeptFedTax to KdFedTax
            Move DeptStateTax to KdStateTax
            Move DeptInsurance to KdInsurance
            Move DeptDistTax to KdDistTax
            Move DeptMatch401k to KdMatch401k
            Move DeptErBenefit to KdErBenefit
            Move DeptArrearsRecvd to KdArrearsRecvd
            Move DeptAdjAmt to KdAdjAmt
            Move DeptEmpFica to KdEmpFica
            Move DeptEmpMed to KdEmpMed
            Move DeptEeFica to KdEeFica
            Move DeptEeMed to KdEeMed
            Move DeptEmpFuta to KdEmpFuta
            Move DeptEmpSuta to KdEmpSuta

            If CkGen = "1"
                Move "2" to CkOutGen
                Open output CkptAltFile
            Else
                Move "1" to CkOutGen
                Open output CkptFile
            End-if
            Move RsCtl to CkptEntry
            Perform 954-PutCkptEntry
            Move RsDeptCtl to CkptEntry
            Perform 954-PutCkptEntry
            Perform Varying RsIdx from 1 by 1
                    Until RsIdx > HeldEmpCount
                Move spaces to CkptEntry
                Move "H" to CkType
                Move HeldEmpEntry(RsIdx) to CkData
                Perform 954-PutCkptEntry
            End-perform
            Perform Varying RsIdx from 1 by 1
                    Until RsIdx > PostedEmpCount
                Move spaces to CkptEntry
                Move "P" to CkType
                Move PostedEmpEntry(RsIdx) to CkData
                Perform 954-PutCkptEntry
            End-perform
            Perform Varying RsIdx from 1 by 1
                    Until RsIdx > NoEarnCount
                Move spaces to CkptEntry
                Move "N" to CkType
                Move NoEarnEmpEntry(RsIdx) to CkData
                Perform 954-PutCkptEntry
            End-perform
            Perform Varying RsIdx from 1 by 1
                    Until RsIdx > StateWhCount
                Move spaces to CkptEntry
                Move "S" to CkType
                Move StateWhEntry(RsIdx) to CkData
                Perform 954-PutCkptEntry
            End-perform
            Perform Varying RsIdx from 1 by 1
                    Until RsIdx > GarnPayeeCount
                Move spaces to CkptEntry
                Move "G" to CkType
                Move GarnPayeeEntry(RsIdx) to CkData
                Perform 954-PutCkptEntry
            End-perform
            Perform Varying RsIdx from 1 by 1
                    Until RsIdx > GarnDetCount
                Move spaces to CkptEntry
                Move "D" to CkType
                Move GarnDetEntry(RsIdx) to CkData
                Perform 954-PutCkptEntry
            End-perform
            Perform Varying RsIdx from 1 by 1
                    Until RsIdx > CoCount
                Move spaces to CkptEntry
                Move "K" to CkType
                Move CoEntry(RsIdx) to CkData
                Perform 954-PutCkptEntry
            End-perform
            Move spaces to CkptEntry
            Move "E" to CkType
            Perform 954-PutCkptEntry
            If CkOutGen = "1"
                Close CkptFile
            Else
                Close CkptAltFile
            End-if
            Move CkOutGen to CkGen.

       954-PutCkptEntry.
            If CkOutGen = "1"
                Write CkptRec from CkptEntry
            Else
                Write CkptAltRec from CkptEntry
            End-if.


      *    Before-images of the YTD and arrears records, taken ahead
      *    of each update and tagged with the current commit point.
       955-JournalYtd.
            Perform 957-OpenJournal
            Move spaces to JournalRec
            Move RsSeq to JrSeq
            Move "Y" to JrFile
            Move YtdBeforeNew to JrNew
            Move YtdBefore to JrImage
            Write JournalRec
            Close JournalFile.

       956-JournalArrears.
            Perform 957-OpenJournal
            Move spaces to JournalRec
            Move RsSeq to JrSeq
            Move "A" to JrFile
            Move ArBeforeNew to JrNew
            Move ArBefore to JrImage
            Write JournalRec
            Close JournalFile.

       957-OpenJournal.
            Open extend JournalFile
            If JrFileStatus = "35"
                Open output JournalFile
            End-if.

      *    A finished run closes its checkpoint so the next run of the
      *    period is not taken for a restart.
       958-CloseCheckpoint.
            Move "C" to RsStatus
            Perform 953-WriteCheckpoint
            Open output JournalFile
            Close JournalFile.

       959-RollBackEntry.
           If JrFile = "Y"
               Move JrImage to YtdRec
               If JrNew = "Y"
                   Delete YtdFile record
                       Invalid key
                           Continue
                   End-delete
               Else
                   Rewrite YtdRec
                       Invalid key
                           Write YtdRec
                   End-rewrite
               End-if
           End-if
           If JrFile = "A"
               Move JrImage to ArrearsRec
               If JrNew = "Y"
                   Delete ArrearsFile record
                       Invalid key
                           Continue
                   End-delete
               Else
                   Rewrite ArrearsRec
                       Invalid key
                           Write ArrearsRec
                   End-rewrite
               End-if
           End-if.

       961-RestoreRptFile.
            Open input RptByteFile
            Open output ByteWorkFile
            Move 0 to RsCount
            Move "N" to RsEOF
            Perform until RsEOF = "Y" or RsCount = KpRptBytes
                Read RptByteFile
                    At end
                        Move "Y" to RsEOF
                    Not at end
                        Add 1 to RsCount
                        Write ByteWorkRec from RptByteRec
                End-read
            End-perform
            Close RptByteFile ByteWorkFile
            If RsCount < KpRptBytes
                Move "Y" to RsShort
            End-if
            Open input ByteWorkFile
            Open output RptByteFile
            Move "N" to RsEOF
            Perform until RsEOF = "Y"
                Read ByteWorkFile
                    At end
                        Move "Y" to RsEOF
                    Not at end
                        Write RptByteRec from ByteWorkRec
                End-read
            End-perform
            Close ByteWorkFile RptByteFile.

       962-RestoreStubFile.
            Open input StubByteFile
            Open output ByteWorkFile
            Move 0 to RsCount
            Move "N" to RsEOF
            Perform until RsEOF = "Y" or RsCount = KpStubBytes
                Read StubByteFile
                    At end
                        Move "Y" to RsEOF
                    Not at end
                        Add 1 to RsCount
                        Write ByteWorkRec from StubByteRec
                End-read
            End-perform
            Close StubByteFile ByteWorkFile
            If RsCount < KpStubBytes
                Move "Y" to RsShort
            End-if
            Open input ByteWorkFile
            Open output StubByteFile
            Move "N" to RsEOF
            Perform until RsEOF = "Y"
                Read ByteWorkFile
                    At end
                        Move "Y" to RsEOF
                    Not at end
                        Write StubByteRec from ByteWorkRec
                End-read
            End-perform
            Close ByteWorkFile StubByteFile.

       963-RestoreCheckFile.
            Open input CheckByteFile
            Open output ByteWorkFile
            Move 0 to RsCount
            Move "N" to RsEOF
            Perform until RsEOF = "Y" or RsCount = KpCheckBytes
                Read CheckByteFile
                    At end
                        Move "Y" to RsEOF
                    Not at end
                        Add 1 to RsCount
                        Write ByteWorkRec from CheckByteRec
                End-read
            End-perform
            Close CheckByteFile ByteWorkFile
            If RsCount < KpCheckBytes
                Move "Y" to RsShort
            End-if
            Open input ByteWorkFile
            Open output CheckByteFile
            Move "N" to RsEOF
            Perform until RsEOF = "Y"
                Read ByteWorkFile
                    At end
                        Move "Y" to RsEOF
                    Not at end
                        Write CheckByteRec from ByteWorkRec
                End-read
            End-perform
            Close ByteWorkFile CheckByteFile.

       964-RestoreCheckRegFile.
            Open input CheckRegByteFile
            Open output ByteWorkFile
            Move 0 to RsCount
            Move "N" to RsEOF
            Perform until RsEOF = "Y" or RsCount = KpCheckRegBytes
                Read CheckRegByteFile
                    At end
                        Move "Y" to RsEOF
                    Not at end
                        Add 1 to RsCount
                        Write ByteWorkRec from CheckRegByteRec
                End-read
            End-perform
            Close CheckRegByteFile ByteWorkFile
            If RsCount < KpCheckRegBytes
                Move "Y" to RsShort
            End-if
            Open input ByteWorkFile
            Open output CheckRegByteFile
            Move "N" to RsEOF
            Perform until RsEOF = "Y"
                Read ByteWorkFile
                    At end
                        Move "Y" to RsEOF
                    Not at end
                        Write CheckRegByteRec from ByteWorkRec
                End-read
            End-perform
            Close ByteWorkFile CheckRegByteFile.

       965-RestoreAchFile.
            Open input AchFile
            Open output LineWorkFile
            Move 0 to RsCount
            Move "N" to RsEOF
            Perform until RsEOF = "Y" or RsCount = KpAchRecs
                Read AchFile
                    At end
                        Move "Y" to RsEOF
                    Not at end
                        Add 1 to RsCount
                        Write LineWorkRec from AchRec
                End-read
            End-perform
            Close AchFile LineWorkFile
            If RsCount < KpAchRecs
                Move "Y" to RsShort
            End-if
            Perform 975-CopyBackAch.

       975-CopyBackAch.
            Open input LineWorkFile
            Open output AchFile
            Move "N" to RsEOF
            Perform until RsEOF = "Y"
                Read LineWorkFile
                    At end
                        Move "Y" to RsEOF
                    Not at end
                        Write AchRec from LineWorkRec
                End-read
            End-perform
            Close LineWorkFile AchFile.

       966-RestorePosPayFile.
            Open input PosPayFile
            Open output LineWorkFile
            Move 0 to RsCount
            Move "N" to RsEOF
            Perform until RsEOF = "Y" or RsCount = KpPosPayRecs
                Read PosPayFile
                    At end
                        Move "Y" to RsEOF
                    Not at end
                        Add 1 to RsCount
                        Write LineWorkRec from PosPayRec
                End-read
            End-perform
            Close PosPayFile LineWorkFile
            If RsCount < KpPosPayRecs
                Move "Y" to RsShort
            End-if
            Perform 976-CopyBackPosPay.

       976-CopyBackPosPay.
            Open input LineWorkFile
            Open output PosPayFile
            Move "N" to RsEOF
            Perform until RsEOF = "Y"
                Read LineWorkFile
                    At end
                        Move "Y" to RsEOF
                    Not at end
                        Write PosPayRec from LineWorkRec
                End-read
            End-perform
            Close LineWorkFile PosPayFile.

       967-RestoreGLFile.
            Open input GLFile
            Open output LineWorkFile
            Move 0 to RsCount
            Move "N" to RsEOF
            Perform until RsEOF = "Y" or RsCount = KpGlRecs
                Read GLFile
                    At end
                        Move "Y" to RsEOF
                    Not at end
                        Add 1 to RsCount
                        Write LineWorkRec from GLRec
                End-read
            End-perform
            Close GLFile LineWorkFile
            If RsCount < KpGlRecs
                Move "Y" to RsShort
            End-if
            Perform 977-CopyBackGL.

       977-CopyBackGL.
            Open input LineWorkFile
            Open output GLFile
            Move "N" to RsEOF
            Perform until RsEOF = "Y"
                Read LineWorkFile
                    At end
                        Move "Y" to RsEOF
                    Not at end
                        Write GLRec from LineWorkRec
                End-read
            End-perform
            Close LineWorkFile GLFile.

       968-RestoreHistFile.
            Open input HistFile
            If Not (HsFileStatus = "00")
                Close HistFile
                If KpHistRecs > 0
                    Move "Y" to RsShort
                End-if
                Exit paragraph
            End-if
            Open output LineWorkFile
            Move 0 to RsCount
            Move "N" to RsEOF
            Perform until RsEOF = "Y"
                Read HistFile
                    At end
                        Move "Y" to RsEOF
                    Not at end
                        If HstPeriodId = JsPeriodSave
                            If RsCount < KpHistRecs
                                Add 1 to RsCount
                                Write LineWorkRec from HistRec
                            End-if
                        Else
                            Write LineWorkRec from HistRec
                        End-if
                End-read
            End-perform
            Close HistFile LineWorkFile
            If RsCount < KpHistRecs
                Move "Y" to RsShort
            End-if
            Perform 978-CopyBackHist.

       978-CopyBackHist.
            Open input LineWorkFile
            Open output HistFile
            Move "N" to RsEOF
            Perform until RsEOF = "Y"
                Read LineWorkFile
                    At end
                        Move "Y" to RsEOF
                    Not at end
                        Write HistRec from LineWorkRec
                End-read
            End-perform
            Close LineWorkFile HistFile.

       969-RestoreDistTaxFile.
            Open input DistTaxFile
            If Not (DxFileStatus = "00")
                Close DistTaxFile
                If KpDistTaxRecs > 0
                    Move "Y" to RsShort
                End-if
                Exit paragraph
            End-if
            Open output LineWorkFile
            Move 0 to RsCount
            Move "N" to RsEOF
            Perform until RsEOF = "Y"
                Read DistTaxFile
                    At end
                        Move "Y" to RsEOF
                    Not at end
                        If DxPeriodId = JsPeriodSave
                            If RsCount < KpDistTaxRecs
                                Add 1 to RsCount
                                Write LineWorkRec from DistTaxRec
                            End-if
                        Else
                            Write LineWorkRec from DistTaxRec
                        End-if
                End-read
            End-perform
            Close DistTaxFile LineWorkFile
            If RsCount < KpDistTaxRecs
                Move "Y" to RsShort
            End-if
            Perform 979-CopyBackDistTax.

       979-CopyBackDistTax.
            Open input LineWorkFile
            Open output DistTaxFile
            Move "N" to RsEOF
            Perform until RsEOF = "Y"
                Read LineWorkFile
                    At end
                        Move "Y" to RsEOF
                    Not at end
                        Write DistTaxRec from LineWorkRec
                End-read
            End-perform
            Close LineWorkFile DistTaxFile.

       970-RestoreDepDetFile.
            Open input DepDetFile
            If Not (DdFileStatus = "00")
                Close DepDetFile
                If KpDepDetRecs > 0
                    Move "Y" to RsShort
                End-if
                Exit paragraph
            End-if
            Open output LineWorkFile
            Move 0 to RsCount
            Move "N" to RsEOF
            Perform until RsEOF = "Y"
                Read DepDetFile
                    At end
                        Move "Y" to RsEOF
                    Not at end
                        If DdPeriodId = JsPeriodSave
                            If RsCount < KpDepDetRecs
                                Add 1 to RsCount
                                Write LineWorkRec from DepDetRec
                            End-if
                        Else
                            Write LineWorkRec from DepDetRec
                        End-if
                End-read
            End-perform
            Close DepDetFile LineWorkFile
            If RsCount < KpDepDetRecs
                Move "Y" to RsShort
            End-if
            Perform 980-CopyBackDepDet.

       980-CopyBackDepDet.
            Open input LineWorkFile
            Open output DepDetFile
            Move "N" to RsEOF
            Perform until RsEOF = "Y"
                Read LineWorkFile
                    At end
                        Move "Y" to RsEOF
                    Not at end
                        Write DepDetRec from LineWorkRec
                End-read
            End-perform
            Close LineWorkFile DepDetFile.
