      *      went out as a deposit, otherwise the check is marked VOID
      *      on the register and dropped from positive pay (or from
      *      the outstanding-checks file when it is from an earlier
      *      month).  Where the register's deposit detail shows the
      *      payment was split across several accounts, each deposit
      *      is reversed to the account it went to and any check
      *      portion is voided by its own number.  A void-and-reissue
      *      leaves the posted earnings standing, voids the original
      *      instrument the same way, and cuts a replacement check off
      *      the shared check-number control.  Everything touched
      *      lands on the audit report.

       Identification Division.
       Program-Id. Lab6z.
                Assign to "lab6a-checkctl.dat"
                Organization is line sequential
                File Status is CcFileStatus.
           Select EmployerFile
                Assign to "lab5m-employer.dat"
                Organization is line sequential
                File Status is ErFileStatus.
           Select CheckFile
                Assign to "lab6z-checks.dat"
                Organization is line sequential.
           Select DepDetFile
                Assign to "lab6a-deposits.dat"
                Organization is line sequential
                File Status is DdFileStatus.
           Select AuditReport
                Assign to "lab6z-out.dat"
                Organization is line sequential.
           05  HstInsurance Pic 9(5)V99.
           05  HstGarnish   Pic 9(5)V999.
           05  HstNet       Pic 9(7)V99.
           05  HstEeFica    Pic 9(5)V99.
           05  HstEeMed     Pic 9(5)V99.
           05  HstFedWages  Pic 9(7)V99.
           05  HstFicaWages Pic 9(7)V99.
           05  HstCoCode    Pic X(2).
       FD  HistWork.
       01  HistWorkRec      Pic X(150).
       FD  YtdFile.
       01  YtdRec.
           05  YtdEmpNum     Pic X(5).
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
       FD  EmpTaxFile.
       01  EmpTaxRec.
           05  EtFicaRate   Pic V9999.
           05  EtFutaBase   Pic 9(9).
           05  EtSutaRate   Pic V9999.
           05  EtSutaBase   Pic 9(9).
           05  EtAddMedRate Pic V9999.
           05  EtAddMedBase Pic 9(9).
       FD  Parm401kFile.
       01  Parm401kRec.
           05  PkLimit      Pic 9(7)V99.
           05  GLAcctDesc   Pic X(20).
           05               Pic X.
           05  GLAmount     Pic 9(9)V99.
           05               Pic X.
           05  GLCoCode     Pic X(2).
       FD  AchFile.
       01  AchRec.
           05  AchRecType   Pic X(1).
           05  AchAmount    Pic 9(9)V99.
           05  AchEmpNum    Pic X(5).
           05  AchEmpName   Pic X(20).
           05  AchCoCode    Pic X(2).
       FD  CheckRegFile.
       01  CheckRegRecord.
           05  CrgCheckNo  Pic X(8).
           05  PpPayee      Pic X(36).
           05               Pic X.
           05  PpDate       Pic 9(8).
           05               Pic X.
           05  PpCoCode     Pic X(2).
       FD  PosPayWork.
       01  PosPayWorkRec    Pic X(70).
       FD  OutstandFile.
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
       FD  CheckFile.
       01  CheckRecord      Pic X(80).
       FD  AuditReport.
       01  ReportRecord     Pic X(100).

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
       01   VtFileStatus   Pic XX.
       01   HsFileStatus   Pic XX.
       01   PpFileStatus   Pic XX.
       01   OsFileStatus   Pic XX.
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
       01   DdFileStatus   Pic XX.
       01   DepEOF         Pic X Value "N".
       01   DepDetFound    Pic X Value "N".
       01   VoidAmt        Pic 9(7)V99 Value 0.
       01   VoidWantNo     Pic 9(8) Value 0.
       01   TransEOF       Pic X Value "N".
       01   HistEOF        Pic X Value "N".
       01   WorkEOF        Pic X Value "N".
                10  TrDistTax   Pic 9(5)V99.
                10  TrInsurance Pic 9(5)V99.
                10  TrNet       Pic 9(7)V99.
                10  TrEeFica    Pic 9(5)V99.
                10  TrEeMed     Pic 9(5)V99.
                10  TrFedWages  Pic 9(7)V99.
                10  TrFicaWages Pic 9(7)V99.
                10  TrCoCode    Pic X(2).
       01   TransCount     Pic 999 Value 0.
       01   TransIdx       Pic 999.
       01   TransDropped   Pic X Value "N".
       01   WkMatchRate    Pic V999 Value 0.
       01   WkMatchCap     Pic V999 Value 0.
       01   PriorYtd       Pic 9(9)V99 Value 0.
       01   PriorYtdFica   Pic 9(9)V99 Value 0.
       01   CapWages       Pic 9(9)V99 Value 0.
       01   BackoutAmt     Pic 9(7)V99 Value 0.
       01   Match401k      Pic 9(5)V99 Value 0.
            05              Pic X Value spaces.
            05  CpnLast     Pic X(20).
       01   CheckHeadLine.
            05  ChkCoName   Pic X(35).
            05              Pic X(7) Value spaces.
            05              Pic X(10) Value "Check No: ".
            05  ChkNoStr    Pic 9(8).
       01   CheckDateLine.
           Perform 110-LoadEmpTaxRates
           Perform 120-Load401kParm
           Perform 130-ReadCheckCtl
           Perform 140-LoadCompanies

           Open I-O YtdFile
           Open input CleanFile
           End-if
           Close CheckCtlFile.

      *    One employer record per employing company (Lab5m keeps the
      *    same file); no company code means the primary company, 01.
       140-LoadCompanies.
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

      *    Pass one copies the whole history file to the work file and
      *    captures the posted amounts for each transaction that can
      *    be matched on employee and period.
                   At end
                       Move "Y" to HistEOF
                   Not at end
                       Write HistWorkRec from HistRec
                       Perform 210-MatchTrans
                            Varying TransIdx from 1 by 1
                            Until TransIdx > TransCount
               End-read
           End-perform
           Close HistFile HistWork.
                   and TrEmpNum(TransIdx) = HstEmpNum
                   and TrPeriodId(TransIdx) = HstPeriodId
               Move "Y" to TrFound(TransIdx)
               Perform 215-FillOldHistory
               Move HstEmpName to TrEmpName(TransIdx)
               Move HstDeptNum to TrDeptNum(TransIdx)
               Move HstGross to TrGross(TransIdx)
               Move HstDistTax to TrDistTax(TransIdx)
               Move HstInsurance to TrInsurance(TransIdx)
               Move HstNet to TrNet(TransIdx)
               Move HstEeFica to TrEeFica(TransIdx)
               Move HstEeMed to TrEeMed(TransIdx)
               Move HstFedWages to TrFedWages(TransIdx)
               Move HstFicaWages to TrFicaWages(TransIdx)
               Move HstCoCode to TrCoCode(TransIdx)
               If HstCoCode = spaces
                   Move "01" to TrCoCode(TransIdx)
               End-if
           End-if.

      *    History written before the withholding and taxable-wage
      *    fields were carried has blanks there; such a period had no
      *    employee FICA withheld, and its 401k deferral came off the
      *    pay before federal tax, so its federal wages were gross
      *    less 401k and its FICA wages its gross.  The record has
      *    already gone to the work file as it stands.
       215-FillOldHistory.
           If HstEeFica is not numeric
               Move 0 to HstEeFica
           End-if
           If HstEeMed is not numeric
               Move 0 to HstEeMed
           End-if
           If HstFedWages is not numeric
               Compute HstFedWages = HstGross - Hst401k
           End-if
           If HstFicaWages is not numeric
               Move HstGross to HstFicaWages
           End-if.

      *    Pass two rebuilds the live history file from the work copy,
      *    The employer tax back-out is refigured the way
      *    655-ComputeEmployerTax capped it: the gross comes off the
      *    YTD first, and the tax on the wages that fit under each
      *    base at that level is what gets reversed.  The bases run
      *    per company, so the company-to-date wages are used while
      *    the employee is still with the company that paid it.
       410-BackoutYtd.
           Move TrEmpNum(TransIdx) to YtdEmpNum
           Read YtdFile
                        after advancing 1 line
                   Exit paragraph
           End-read
           If YtdCoCode = spaces
               Move "01" to YtdCoCode
               Move YtdGrossPay to YtdCoGross
               Move YtdFicaWages to YtdCoFicaWages
           End-if

           Move TrGross(TransIdx) to BackoutAmt
           If YtdGrossPay >= BackoutAmt
               Move 0 to YtdGrossPay
           End-if
           Move YtdGrossPay to PriorYtd
           If YtdCoCode = TrCoCode(TransIdx)
               If YtdCoGross >= BackoutAmt
                   Subtract BackoutAmt from YtdCoGross
               Else
                   Move 0 to YtdCoGross
               End-if
               Move YtdCoGross to PriorYtd
           End-if

           Move TrFedWages(TransIdx) to BackoutAmt
           If YtdFedWages >= BackoutAmt
               Subtract BackoutAmt from YtdFedWages
           Else
               Move 0 to YtdFedWages
           End-if
           Move TrFicaWages(TransIdx) to BackoutAmt
           If YtdFicaWages >= BackoutAmt
               Subtract BackoutAmt from YtdFicaWages
           Else
               Move 0 to YtdFicaWages
           End-if
           Move YtdFicaWages to PriorYtdFica
           If YtdCoCode = TrCoCode(TransIdx)
               If YtdCoFicaWages >= BackoutAmt
                   Subtract BackoutAmt from YtdCoFicaWages
               Else
                   Move 0 to YtdCoFicaWages
               End-if
               Move YtdCoFicaWages to PriorYtdFica
           End-if

           Move Tr401k(TransIdx) to BackoutAmt
           If Ytd401k >= BackoutAmt
           Else
               Move 0 to YtdInsurance
           End-if
           Move TrEeFica(TransIdx) to BackoutAmt
           If YtdEeFica >= BackoutAmt
               Subtract BackoutAmt from YtdEeFica
           Else
               Move 0 to YtdEeFica
           End-if
           Move TrEeMed(TransIdx) to BackoutAmt
           If YtdEeMed >= BackoutAmt
               Subtract BackoutAmt from YtdEeMed
           Else
               Move 0 to YtdEeMed
           End-if

           Perform 415-BackoutFica
           Perform 416-BackoutMed
           Rewrite YtdRec.

       415-BackoutFica.
           If PriorYtdFica >= WkFicaBase
               Move 0 to CapWages
           Else
               Compute CapWages = WkFicaBase - PriorYtdFica
               If CapWages > TrFicaWages(TransIdx)
                   Move TrFicaWages(TransIdx) to CapWages
               End-if
           End-if
           Compute BackoutAmt Rounded = WkFicaRate * CapWages

       416-BackoutMed.
           Compute BackoutAmt Rounded =
                   WkMedRate * TrFicaWages(TransIdx)
           If YtdEmpMed >= BackoutAmt
               Subtract BackoutAmt from YtdEmpMed
           Else

       420-WriteGLOffsets.
           Move spaces to GLRec
           Move TrCoCode(TransIdx) to GLCoCode
           Move TrDeptNum(TransIdx) to GLDeptNum
           Move "5010" to GLAcctCode
           Move "GROSS WAGES-REV" to GLAcctDesc
           Move "2240" to GLAcctCode
           Move "INSURANCE PAY-REV" to GLAcctDesc
           Move TrInsurance(TransIdx) to GLAmount
           Write GLRec

           Move TrDeptNum(TransIdx) to GLDeptNum
           Move "2250" to GLAcctCode
           Move "FICA/MED PAY-REV" to GLAcctDesc
           Compute GLAmount = TrEeFica(TransIdx) + TrEeMed(TransIdx)
           Write GLRec.

      *    The deposit detail written when the payment went out says
      *    exactly where it went.  Payments from before that file was
      *    kept are reversed against the master bank account.
       430-ReversePayment.
           Perform 435-ReverseFromDetail
           If DepDetFound = "Y"
               Exit paragraph
           End-if

           Move TrEmpNum(TransIdx) to ClEmpNum
           Read CleanFile
               Invalid key
               Move TrNet(TransIdx) to AchAmount
               Move TrEmpNum(TransIdx) to AchEmpNum
               Move TrEmpName(TransIdx) to AchEmpName
               Move TrCoCode(TransIdx) to AchCoCode
               Write AchRec
               Move "ACH reversal entry generated" to AudText
               Move TrNet(TransIdx) to AudAmtStr
               Write ReportRecord from AuditLine
                    after advancing 1 line
           Else
               Move TrNet(TransIdx) to VoidAmt
               Move 0 to VoidWantNo
               Perform 450-VoidCheck
           End-if.

       435-ReverseFromDetail.
           Move "N" to DepDetFound
           Open input DepDetFile
           If Not (DdFileStatus = "00")
               Close DepDetFile
               Exit paragraph
           End-if
           Move "N" to DepEOF
           Perform until DepEOF = "Y"
               Read DepDetFile
                   At end
                       Move "Y" to DepEOF
                   Not at end
                       If DdEmpNum = TrEmpNum(TransIdx)
                               and DdPeriodId = TrPeriodId(TransIdx)
                           Perform 438-ReverseDetailLine
                       End-if
               End-read
           End-perform
           Close DepDetFile.

      *    A zero-dollar prenote moved no money and is left alone.
       438-ReverseDetailLine.
           Move "Y" to DepDetFound
           If DdVia = "A"
               Move "6" to AchRecType
               If DdAcctType = "S"
                   Move "37" to AchTransCode
               Else
                   Move "27" to AchTransCode
               End-if
               Move DdRouting to AchRouting
               Move DdAccount to AchAccount
               Move DdAmount to AchAmount
               Move TrEmpNum(TransIdx) to AchEmpNum
               Move TrEmpName(TransIdx) to AchEmpName
               Move TrCoCode(TransIdx) to AchCoCode
               Write AchRec
               Move "ACH reversal entry generated" to AudText
               Move DdAmount to AudAmtStr
               Write ReportRecord from AuditLine
                    after advancing 1 line
           End-if
           If DdVia = "C"
               Move DdAmount to VoidAmt
               Move DdCheckNo to VoidWantNo
               Perform 450-VoidCheck
           End-if.

                       to AudText
               End-if
           End-if
           Move VoidAmt to AudAmtStr
           Write ReportRecord from AuditLine
                after advancing 1 line.

           If CrgVoidTag = "*VOID*"
               Exit paragraph
           End-if
           If VoidWantNo > 0
               If CrgCheckNo = VoidWantNo
                   Move "Y" to VoidCheckFound
                   Move CrgCheckNo to VoidCheckNo
                   Move "*VOID*" to CrgVoidTag
               End-if
               Exit paragraph
           End-if
           Move CrgAmtStr to EditedAmt
           Perform 490-DeEditAmount
           If WorkAmount = VoidAmt
               Move "Y" to VoidCheckFound
               Move CrgCheckNo to VoidCheckNo
               Move "*VOID*" to CrgVoidTag
                   Not at end
                       If VoidCheckFound = "N"
                               and OsEmpNum = TrEmpNum(TransIdx)
                               and ((VoidWantNo > 0
                                     and OsCheckNo = VoidWantNo)
                                 or (VoidWantNo = 0
                                     and OsAmount = VoidAmt))
                           Move "Y" to VoidCheckFound
                           Move OsCheckNo to VoidCheckNo
                       Else
                   Move ClLastName to CpnLast
           End-read

           Perform 445-SetCheckCompany
           Move NextCheckNo to ChkNoStr
           Write CheckRecord from CheckHeadLine
                after advancing page
           Move TrNet(TransIdx) to PpAmount
           Move CheckPayeeName to PpPayee
           Move WSDate to PpDate
           Move TrCoCode(TransIdx) to PpCoCode
           Write PosPayRec
           Close PosPayFile


           Add 1 to NextCheckNo.

      *    The check is drawn on the employee's own company; one not
      *    on the employer file, or on file without a name, goes out
      *    under the primary company's name.
       445-SetCheckCompany.
           Move DefaultCoName to ChkCoName
           Perform Varying CoIdx from 1 by 1
                   Until CoIdx > CoCount
               If CtCoCode(CoIdx) = TrCoCode(TransIdx)
                       and CtName(CoIdx) not = spaces
                   Move CtName(CoIdx) to ChkCoName
               End-if
           End-perform.

       930-WriteCheckCtl.
           If ReissueCount > 0
               Move NextCheckNo to CcNextCheckNo
