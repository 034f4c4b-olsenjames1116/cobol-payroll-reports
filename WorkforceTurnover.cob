      *      James Olsen
      *      Workforce turnover and headcount movement.  The Lab4 page
      *      is a snapshot; this run shows movement over the twelve
      *      months ending with the current pay period (the parm file
      *      may ask for fewer) by region, department and month:
      *      headcount paid (distinct employees on the payroll history
      *      for the month), hires and terminations from the hire and
      *      term dates on the clean master, rehires and earlier
      *      terminations of since-rehired employees from the EMP
      *      STATUS lines of the maintenance audit log, department
      *      transfers from its DEPT NUM lines (Lab5m and Lab5r), and
      *      net change.  Terminations are split voluntary,
      *      involuntary and other by the TERM REASON code Lab5m logs,
      *      and each department, region and the company get a
      *      turnover rate (terminations over average headcount),
      *      average tenure at termination and the count of people
      *      who left within 90 days of hire.  Audit lines already
      *      archived by Lab9a are not read.

       Identification Division.
       Program-Id. Lab5t.

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
           Select AuditLog
                Assign to "lab5m-audit.dat"
                Organization is line sequential
                File Status is AudFileStatus.
           Select HistFile
                Assign to "lab6a-history.dat"
                Organization is line sequential
                File Status is HstFileStatus.
           Select TermRsnFile
                Assign to "termreason.dat"
                Organization is line sequential
                File Status is TrFileStatus.
           Select PayPeriodFile
                Assign to "payperiod.dat"
                Organization is line sequential
                File Status is PpdFileStatus.
           Select ParmFile
                Assign to "lab5t-parm.dat"
                Organization is line sequential
                File Status is PmFileStatus.
           Select MoveWork
                Assign to "lab5t-work.dat"
                Organization is line sequential.
           Select TempMove
                Assign to disk.
           Select SortedMove
                Assign to "lab5t-sorted.dat"
                Organization is line sequential.
           Select TurnReport
                Assign to "lab5t-out.dat"
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
           05  ClHireDateN   Redefines ClHireDate Pic 9(8).
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
           05  ClTermDateN   Redefines ClTermDate Pic 9(8).
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
       FD  AuditLog.
       01  AuditRec.
           05  AudDate      Pic 9(8).
           05               Pic X.
           05  AudTime      Pic 9(6).
           05               Pic X.
           05  AudOper      Pic X(3).
           05               Pic X.
           05  AudEmpNum    Pic X(5).
           05               Pic X.
           05  AudAction    Pic X(6).
           05               Pic X.
           05  AudField     Pic X(12).
           05               Pic X.
           05  AudBefore    Pic X(30).
           05               Pic X.
           05  AudAfter     Pic X(30).
           05               Pic X.
           05  AudAppr      Pic X(3).
       FD  HistFile.
       01  HistRec.
           05  HstPeriodId  Pic X(6).
           05               Pic X.
           05  HstEmpNum    Pic X(5).
           05               Pic X.
           05  HstEmpName   Pic X(20).
           05               Pic X.
           05  HstDeptNum   Pic X(5).
           05               Pic X.
           05  HstGross     Pic 9(7)V99.
           05  Hst401k      Pic 9(5)V99.
           05  HstFedTax    Pic 9(5)V99.
           05  HstStateTax  Pic 9(5)V99.
           05  HstDistTax   Pic 9(5)V99.
           05  HstInsurance Pic 9(5)V99.
           05  HstGarnish   Pic 9(5)V999.
           05  HstNet       Pic 9(7)V99.
           05  HstEeFica    Pic 9(5)V99.
           05  HstEeMed     Pic 9(5)V99.
           05  HstFedWages  Pic 9(7)V99.
           05  HstFicaWages Pic 9(7)V99.
           05  HstCoCode    Pic X(2).
       FD  TermRsnFile.
       01  TermRsnRec.
           05  TrCode       Pic X(3).
           05  TrType       Pic X.
           05  TrDesc       Pic X(25).
       FD  PayPeriodFile.
       01  PayPeriodRec.
           05  PpdId        Pic X(6).
           05  PpdStartDate Pic 9(8).
           05  PpdEndDate   Pic 9(8).
           05  PpdStatus    Pic X.
       FD  ParmFile.
       01  ParmRec.
           05  PmMonths     Pic 99.
       FD  MoveWork.
       01  MoveWorkRec.
           05  MwRegion     Pic X(2).
           05  MwDept       Pic X(5).
           05  MwYm         Pic 9(6).
           05  MwType       Pic X.
           05  MwEmpNum     Pic X(5).
           05  MwTenure     Pic 9(4).
           05  MwTenOk      Pic X.
           05  MwEarly      Pic X.
       SD  TempMove.
       01  TempMoveRec.
           05  TmRegion     Pic X(2).
           05  TmDept       Pic X(5).
           05  TmYm         Pic 9(6).
           05  TmType       Pic X.
           05  TmEmpNum     Pic X(5).
           05               Pic X(6).
       FD  SortedMove.
       01  SortedMoveRec.
           05  SmRegion     Pic X(2).
           05  SmDept       Pic X(5).
           05  SmYm         Pic 9(6).
           05  SmType       Pic X.
           05  SmEmpNum     Pic X(5).
           05  SmTenure     Pic 9(4).
           05  SmTenOk      Pic X.
           05  SmEarly      Pic X.
       FD  TurnReport.
       01  ReportRecord     Pic X(132).

       Working-Storage Section.
       01   EOF            Pic X Value "N".
       01   AudEOF         Pic X Value "N".
       01   HstEOF         Pic X Value "N".
       01   TrEOF          Pic X Value "N".
       01   ClFileStatus   Pic XX.
       01   AudFileStatus  Pic XX.
       01   HstFileStatus  Pic XX.
       01   TrFileStatus   Pic XX.
       01   PpdFileStatus  Pic XX.
       01   PmFileStatus   Pic XX.
       01   WSDate.
            05  WSYr       Pic 9(4).
            05  WSMo       Pic 99.
            05  WSDay      Pic 99.
       01   WinMonths      Pic 99 Value 12.
       01   EndYm          Pic 9(6) Value 0.
       01   StartYm        Pic 9(6) Value 0.
       01   YmWork.
            05  YmYr       Pic 9(4).
            05  YmMo       Pic 99.
       01   YmWorkN        Redefines YmWork Pic 9(6).
       01   LineYm         Pic 9(6) Value 0.
       01   MonthTable.
            05  MonthEntry OCCURS 12 TIMES.
                10  MkYm       Pic 9(6).
                10  MkHasHist  Pic X.
                10  MkHead     Pic 9(5).
                10  MkHire     Pic 9(5).
                10  MkRehire   Pic 9(5).
                10  MkVol      Pic 9(5).
                10  MkInvol    Pic 9(5).
                10  MkOther    Pic 9(5).
                10  MkIn       Pic 9(5).
                10  MkOut      Pic 9(5).
       01   MoIdx          Pic 99.
       01   MoFound        Pic 99.
       01   HistMonths     Pic 99 Value 0.
       01   TermRsnTable.
            05  TermRsnEntry OCCURS 50 TIMES.
                10  TrtCode      Pic X(3).
                10  TrtType      Pic X.
       01   TermRsnCount   Pic 99 Value 0.
       01   TermRsnIdx     Pic 99.
       01   DeptTable.
            05  DeptEntry OCCURS 500 TIMES.
                10  DtDept       Pic X(5).
                10  DtDeptName   Pic X(20).
                10  DtRegion     Pic X(2).
                10  DtRegionName Pic X(15).
       01   DeptCount      Pic 999 Value 0.
       01   DeptIdx        Pic 999.
       01   DeptFound      Pic 999.
       01   LookDept       Pic X(5).
       01   EmpReasonTable.
            05  EmpReasonEntry OCCURS 1000 TIMES.
                10  ErEmpNum     Pic X(5).
                10  ErType       Pic X.
       01   EmpReasonCount Pic 9(4) Value 0.
       01   EmpReasonIdx   Pic 9(4).
       01   EmpReasonFound Pic 9(4).
       01   LookEmp        Pic X(5).
       01   RehireTable.
            05  RehireEntry OCCURS 500 TIMES.
                10  RhEmpNum     Pic X(5).
                10  RhYm         Pic 9(6).
       01   RehireCount    Pic 999 Value 0.
       01   RehireIdx      Pic 999.
       01   RehireFound    Pic X.
       01   TableDrops     Pic 9(5) Value 0.
       01   DeleteCount    Pic 9(5) Value 0.
       01   EmpOnFile      Pic X.
       01   TermDate       Pic 9(8) Value 0.
       01   TermDateX      Redefines TermDate.
            05  TdYr       Pic 9(4).
            05  TdMo       Pic 99.
            05  TdDay      Pic 99.
       01   TermType       Pic X.
       01   TenureMos      Pic S9(5) Value 0.
       01   TenureDays     Pic S9(7) Value 0.
       01   MoveLevel.
            05  MoveAcc OCCURS 3 TIMES.
                10  AcHead     Pic 9(7).
                10  AcHire     Pic 9(5).
                10  AcRehire   Pic 9(5).
                10  AcVol      Pic 9(5).
                10  AcInvol    Pic 9(5).
                10  AcOther    Pic 9(5).
                10  AcIn       Pic 9(5).
                10  AcOut      Pic 9(5).
                10  AcTenSum   Pic 9(7).
                10  AcTenCnt   Pic 9(5).
                10  AcEarly    Pic 9(5).
       01   LvIdx          Pic 9.
       01   MonthAcc.
            05  MaHead     Pic 9(5).
            05  MaHire     Pic 9(5).
            05  MaRehire   Pic 9(5).
            05  MaVol      Pic 9(5).
            05  MaInvol    Pic 9(5).
            05  MaOther    Pic 9(5).
            05  MaIn       Pic 9(5).
            05  MaOut      Pic 9(5).
            05  MaTenSum   Pic 9(7).
            05  MaTenCnt   Pic 9(5).
            05  MaEarly    Pic 9(5).
       01   MoveEOF        Pic X Value "N".
       01   CurRegion      Pic X(2) Value spaces.
       01   CurDept        Pic X(5) Value spaces.
       01   CurYm          Pic 9(6) Value 0.
       01   LastPEmp       Pic X(5) Value spaces.
       01   MoveStarted    Pic X Value "N".
       01   NetChange      Pic S9(6) Value 0.
       01   TermTotal      Pic 9(6) Value 0.
       01   AvgHead        Pic 9(6)V9 Value 0.
       01   TurnPct        Pic 9(4)V9 Value 0.
       01   AvgTenure      Pic 9(4)V9 Value 0.
       01   EarlyPct       Pic 9(4)V9 Value 0.
       01   NoMasterLine   Pic X(56) Value
                     "*** Employee master not available - " &
                     "run aborted ***".
       01   ReportHeadLine.
            05  RhMo       Pic Z9.
            05             Pic X Value "/".
            05  RhDay      Pic 99.
            05             Pic X Value "/".
            05  RhYr       Pic 9(4).
            05             Pic X(5) Value spaces.
            05             Pic X(44) Value "Workforce Turnover " &
                                           "and Headcount Movement".
       01   WindowLine.
            05             Pic X(16) Value "Months covered: ".
            05  WlFromMo   Pic 99.
            05             Pic X Value "/".
            05  WlFromYr   Pic 9(4).
            05             Pic X(9) Value " through ".
            05  WlToMo     Pic 99.
            05             Pic X Value "/".
            05  WlToYr     Pic 9(4).
       01   BlankLine      Pic X Value spaces.
       01   RegionLine.
            05             Pic X(8) Value "Region  ".
            05  RlRegion   Pic X(2).
            05             Pic X(2) Value spaces.
            05  RlName     Pic X(15).
       01   DeptLine.
            05             Pic X(4) Value spaces.
            05             Pic X(6) Value "Dept  ".
            05  DlDept     Pic X(5).
            05             Pic X(2) Value spaces.
            05  DlName     Pic X(20).
       01   ColumnHead.
            05             Pic X(8) Value spaces.
            05             Pic X(9) Value "Month".
            05             Pic X(9) Value "  Headcnt".
            05             Pic X(9) Value "    Hires".
            05             Pic X(9) Value "  Rehires".
            05             Pic X(9) Value "  Vol Trm".
            05             Pic X(9) Value "  Inv Trm".
            05             Pic X(9) Value "  Oth Trm".
            05             Pic X(9) Value "  Xfer In".
            05             Pic X(9) Value " Xfer Out".
            05             Pic X(9) Value "  Net Chg".
       01   MonthLine.
            05             Pic X(8) Value spaces.
            05  MlLabel    Pic X(9).
            05  MlHead     Pic Z(6)9.9.
            05  MlHire     Pic Z(8)9.
            05  MlRehire   Pic Z(8)9.
            05  MlVol      Pic Z(8)9.
            05  MlInvol    Pic Z(8)9.
            05  MlOther    Pic Z(8)9.
            05  MlIn       Pic Z(8)9.
            05  MlOut      Pic Z(8)9.
            05  MlNet      Pic -(8)9.
       01   MlMonthX.
            05  MxMo       Pic 99.
            05             Pic X Value "/".
            05  MxYr       Pic 9(4).
       01   StatsLine.
            05             Pic X(8) Value spaces.
            05             Pic X(15) Value "Turnover rate ".
            05  StTurn     Pic ZZZ9.9.
            05             Pic X(4) Value "%   ".
            05             Pic X(26) Value "Avg tenure at term (mos) ".
            05  StTenure   Pic ZZZ9.9.
            05             Pic X(3) Value spaces.
            05             Pic X(22) Value "Left within 90 days  ".
            05  StEarly    Pic ZZZZ9.
            05             Pic X(2) Value " (".
            05  StEarlyPct Pic ZZZ9.9.
            05             Pic X(11) Value "% of hires)".
       01   CompanyHead    Pic X(40) Value
                     "Company total by month".
       01   DeleteLine.
            05             Pic X(8) Value spaces.
            05             Pic X(46) Value "Master records deleted " &
                                "(not counted as terms):".
            05  DelCount   Pic ZZ,ZZ9.
       01   DropLine.
            05             Pic X(4) Value "*** ".
            05  DrpCount   Pic ZZ,ZZ9.
            05             Pic X(55) Value " audit or master entries " &
                                "NOT used - work table full ***".

       Procedure Division.
       000-Main.
           Perform 100-GetWindow
           Perform 130-LoadReasons

           Open output TurnReport
           Open input CleanFile
           If Not (ClFileStatus = "00")
               Close CleanFile
               Write ReportRecord from NoMasterLine
                    after advancing 1 line
               Close TurnReport
               Move 12 to Return-Code
               Stop Run
           End-if
           Open output MoveWork

           Perform 150-ScanReasons
           Perform 200-ScanMaster
           Perform 300-ScanAudit
           Perform 400-ScanHistory

           Close MoveWork CleanFile
           Sort TempMove
               on ascending key TmRegion TmDept TmYm TmType TmEmpNum
               using MoveWork
               giving SortedMove

           Perform 500-PrintReport
           Close TurnReport
           Stop Run.

      *    The window ends with the month of the current pay period and
      *    runs back WinMonths months.
       100-GetWindow.
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

           Open input ParmFile
           If PmFileStatus = "00"
               Read ParmFile
                   At end
                       Continue
                   Not at end
                       If PmMonths is numeric
                               and PmMonths > 0 and PmMonths < 13
                           Move PmMonths to WinMonths
                       End-if
               End-read
           End-if
           Close ParmFile

           Move WSYr to YmYr
           Move WSMo to YmMo
           Move YmWorkN to EndYm
           Perform Varying MoIdx from WinMonths by -1
                   Until MoIdx < 1
               Move YmWorkN to MkYm(MoIdx)
               Move "N" to MkHasHist(MoIdx)
               Move 0 to MkHead(MoIdx) MkHire(MoIdx) MkRehire(MoIdx)
                         MkVol(MoIdx) MkInvol(MoIdx) MkOther(MoIdx)
                         MkIn(MoIdx) MkOut(MoIdx)
               Subtract 1 from YmMo
               If YmMo = 0
                   Move 12 to YmMo
                   Subtract 1 from YmYr
               End-if
           End-perform
           Move MkYm(1) to StartYm.

       110-FindMonth.
           Move 0 to MoFound
           Perform Varying MoIdx from 1 by 1
                   Until MoIdx > WinMonths or MoFound > 0
               If MkYm(MoIdx) = LineYm
                   Move MoIdx to MoFound
               End-if
           End-perform.

       130-LoadReasons.
           Open input TermRsnFile
           If Not (TrFileStatus = "00")
               Close TermRsnFile
               Exit paragraph
           End-if
           Perform until TrEOF = "Y"
               Read TermRsnFile
                   At end
                       Move "Y" to TrEOF
                   Not at end
                       If TermRsnCount < 50
                           Add 1 to TermRsnCount
                           Move TrCode to TrtCode(TermRsnCount)
                           Move TrType to TrtType(TermRsnCount)
                       End-if
               End-read
           End-perform
           Close TermRsnFile.

      *    First pass over the audit log: the latest termination
      *    reason type per employee, and the rehires (a terminated
      *    employee set back to active) in the window, so a rehire
      *    that also reset the hire date is not counted twice.
       150-ScanReasons.
           Open input AuditLog
           If Not (AudFileStatus = "00")
               Close AuditLog
               Exit paragraph
           End-if
           Perform until AudEOF = "Y"
               Read AuditLog
                   At end
                       Move "Y" to AudEOF
                   Not at end
                       If AudField = "TERM REASON"
                           Perform 160-PostReason
                       End-if
                       Move AudDate(1:6) to LineYm
                       If AudField = "EMP STATUS"
                               and AudBefore(1:1) = "T"
                               and AudAfter(1:1) = "A"
                               and LineYm >= StartYm
                               and LineYm <= EndYm
                           If RehireCount < 500
                               Add 1 to RehireCount
                               Move AudEmpNum to RhEmpNum(RehireCount)
                               Move LineYm to RhYm(RehireCount)
                           Else
                               Add 1 to TableDrops
                           End-if
                       End-if
               End-read
           End-perform
           Close AuditLog.

      *    The type comes from the reason table when the code is on
      *    it, otherwise from the type Lab5m logged beside the code.
       160-PostReason.
           Move "O" to TermType
           If AudAfter(5:1) = "V" or "I"
               Move AudAfter(5:1) to TermType
           End-if
           Perform Varying TermRsnIdx from 1 by 1
                   Until TermRsnIdx > TermRsnCount
               If TrtCode(TermRsnIdx) = AudAfter(1:3)
                   Move TrtType(TermRsnIdx) to TermType
               End-if
           End-perform
           Move AudEmpNum to LookEmp
           Perform 170-FindEmpReason
           If EmpReasonFound = 0
               If EmpReasonCount < 1000
                   Add 1 to EmpReasonCount
                   Move EmpReasonCount to EmpReasonFound
                   Move AudEmpNum to ErEmpNum(EmpReasonFound)
               Else
                   Add 1 to TableDrops
                   Exit paragraph
               End-if
           End-if
           Move TermType to ErType(EmpReasonFound).

       170-FindEmpReason.
           Move 0 to EmpReasonFound
           Perform Varying EmpReasonIdx from 1 by 1
                   Until EmpReasonIdx > EmpReasonCount
                      or EmpReasonFound > 0
               If ErEmpNum(EmpReasonIdx) = LookEmp
                   Move EmpReasonIdx to EmpReasonFound
               End-if
           End-perform.

      *    Hires and terminations dated on the master itself.  A
      *    terminated employee's reason type is the last one logged;
      *    none logged is counted with the other terminations.
       200-ScanMaster.
           Move low-values to ClEmpNum
           Start CleanFile key not < ClEmpNum
               Invalid key
                   Move "Y" to EOF
           End-start
           Perform until EOF = "Y"
               Read CleanFile next
                   At end
                       Move "Y" to EOF
                   Not at end
                       Perform 210-PostDept
                       Perform 220-MasterHire
                       If ClEmpStatus = "T"
                           Perform 230-MasterTerm
                       End-if
               End-read
           End-perform.

       210-PostDept.
           Move ClDeptNum to LookDept
           Perform 330-FindDept
           If DeptFound > 0
               Exit paragraph
           End-if
           If DeptCount < 500
               Add 1 to DeptCount
               Move ClDeptNum to DtDept(DeptCount)
               Move ClDeptName to DtDeptName(DeptCount)
               Move ClRegionNum to DtRegion(DeptCount)
               Move ClRegionName to DtRegionName(DeptCount)
           Else
               Add 1 to TableDrops
           End-if.

       220-MasterHire.
           If ClHireDate is not numeric
               Exit paragraph
           End-if
           Compute LineYm = ClHireYr * 100 + ClHireMo
           If LineYm < StartYm or LineYm > EndYm
               Exit paragraph
           End-if
           Move "N" to RehireFound
           Perform Varying RehireIdx from 1 by 1
                   Until RehireIdx > RehireCount
               If RhEmpNum(RehireIdx) = ClEmpNum
                       and RhYm(RehireIdx) = LineYm
                   Move "Y" to RehireFound
               End-if
           End-perform
           If RehireFound = "Y"
               Exit paragraph
           End-if
           Move spaces to MoveWorkRec
           Move ClRegionNum to MwRegion
           Move ClDeptNum to MwDept
           Move LineYm to MwYm
           Move "H" to MwType
           Move ClEmpNum to MwEmpNum
           Move 0 to MwTenure
           Move "N" to MwTenOk MwEarly
           Write MoveWorkRec.

       230-MasterTerm.
           If ClTermDate is not numeric or ClTermDateN = 0
               Exit paragraph
           End-if
           Move ClTermDateN to TermDate
           Compute LineYm = TdYr * 100 + TdMo
           If LineYm < StartYm or LineYm > EndYm
               Exit paragraph
           End-if
           Move spaces to MoveWorkRec
           Move ClRegionNum to MwRegion
           Move ClDeptNum to MwDept
           Perform 240-WriteTerm.

      *    TermDate, LineYm and the region / department are set by the
      *    caller; CleanRec holds the employee.
       240-WriteTerm.
           Move ClEmpNum to LookEmp
           Perform 170-FindEmpReason
           Move "O" to TermType
           If EmpReasonFound > 0
               Move ErType(EmpReasonFound) to TermType
           End-if
           Move LineYm to MwYm
           Move TermType to MwType
           Move ClEmpNum to MwEmpNum
           Move 0 to MwTenure
           Move "N" to MwTenOk MwEarly
           If ClHireDate is numeric
                   and Function Test-Date-YYYYMMDD(ClHireDateN) = 0
                   and Function Test-Date-YYYYMMDD(TermDate) = 0
                   and ClHireDateN <= TermDate
               Compute TenureMos = (TdYr * 12 + TdMo)
                       - (ClHireYr * 12 + ClHireMo)
               If TdDay < ClHireDay
                   Subtract 1 from TenureMos
               End-if
               If TenureMos < 0
                   Move 0 to TenureMos
               End-if
               Move TenureMos to MwTenure
               Move "Y" to MwTenOk
               Compute TenureDays =
                       Function Integer-of-date(TermDate)
                     - Function Integer-of-date(ClHireDateN)
               If TenureDays <= 90
                   Move "Y" to MwEarly
               End-if
           End-if
           Write MoveWorkRec.

      *    Second pass: rehires, terminations of employees who have
      *    since been rehired (the master no longer shows them), and
      *    department transfers out of one department into another.
       300-ScanAudit.
           Move "N" to AudEOF
           Open input AuditLog
           If Not (AudFileStatus = "00")
               Close AuditLog
               Exit paragraph
           End-if
           Perform until AudEOF = "Y"
               Read AuditLog
                   At end
                       Move "Y" to AudEOF
                   Not at end
                       Move AudDate(1:6) to LineYm
                       If LineYm >= StartYm and LineYm <= EndYm
                           Evaluate True
                               When AudAction = "DELETE"
                                   Add 1 to DeleteCount
                               When AudField = "EMP STATUS"
                                   Perform 310-AuditStatus
                               When AudField = "DEPT NUM"
                                   Perform 320-AuditTransfer
                           End-evaluate
                       End-if
               End-read
           End-perform
           Close AuditLog.

       310-AuditStatus.
           Move "N" to EmpOnFile
           Move AudEmpNum to ClEmpNum
           Read CleanFile
               Invalid key
                   Exit paragraph
               Not invalid key
                   Move "Y" to EmpOnFile
           End-read
           Move spaces to MoveWorkRec
           Move ClRegionNum to MwRegion
           Move ClDeptNum to MwDept
           If AudBefore(1:1) = "T" and AudAfter(1:1) = "A"
               Move LineYm to MwYm
               Move "R" to MwType
               Move ClEmpNum to MwEmpNum
               Move 0 to MwTenure
               Move "N" to MwTenOk MwEarly
               Write MoveWorkRec
               Exit paragraph
           End-if
           If AudAfter(1:1) = "T" and Not (ClEmpStatus = "T")
               Move AudDate to TermDate
               Perform 240-WriteTerm
           End-if.

       320-AuditTransfer.
           If AudBefore(1:5) = AudAfter(1:5)
               Exit paragraph
           End-if
           Move spaces to MoveWorkRec
           Move LineYm to MwYm
           Move AudEmpNum to MwEmpNum
           Move 0 to MwTenure
           Move "N" to MwTenOk MwEarly

           Move AudBefore(1:5) to LookDept
           Perform 330-FindDept
           Move LookDept to MwDept
           Move "??" to MwRegion
           If DeptFound > 0
               Move DtRegion(DeptFound) to MwRegion
           End-if
           Move "X" to MwType
           Write MoveWorkRec

           Move AudAfter(1:5) to LookDept
           Perform 330-FindDept
           Move LookDept to MwDept
           Move "??" to MwRegion
           If DeptFound > 0
               Move DtRegion(DeptFound) to MwRegion
           End-if
           Move "T" to MwType
           Write MoveWorkRec.

       330-FindDept.
           Move 0 to DeptFound
           Perform Varying DeptIdx from 1 by 1
                   Until DeptIdx > DeptCount or DeptFound > 0
               If DtDept(DeptIdx) = LookDept
                   Move DeptIdx to DeptFound
               End-if
           End-perform.

      *    Each history record in the window puts its employee in the
      *    department's headcount for the month; the report counts
      *    an employee once a month however many records there are.
       400-ScanHistory.
           Open input HistFile
           If Not (HstFileStatus = "00")
               Close HistFile
               Exit paragraph
           End-if
           Perform until HstEOF = "Y"
               Read HistFile
                   At end
                       Move "Y" to HstEOF
                   Not at end
                       If HstPeriodId is numeric
                           Move HstPeriodId to LineYm
                           If LineYm >= StartYm and LineYm <= EndYm
                               Perform 410-PostPresence
                           End-if
                       End-if
               End-read
           End-perform
           Close HistFile.

       410-PostPresence.
           Perform 110-FindMonth
           Move "Y" to MkHasHist(MoFound)
           Move spaces to MoveWorkRec
           Move HstDeptNum to LookDept
           Perform 330-FindDept
           Move "??" to MwRegion
           If DeptFound > 0
               Move DtRegion(DeptFound) to MwRegion
           End-if
           Move HstDeptNum to MwDept
           Move LineYm to MwYm
           Move "P" to MwType
           Move HstEmpNum to MwEmpNum
           Move 0 to MwTenure
           Move "N" to MwTenOk MwEarly
           Write MoveWorkRec.

       500-PrintReport.
           Perform Varying MoIdx from 1 by 1 Until MoIdx > WinMonths
               If MkHasHist(MoIdx) = "Y"
                   Add 1 to HistMonths
               End-if
           End-perform
           Initialize MoveLevel MonthAcc

           Move WSMo to RhMo
           Move WSDay to RhDay
           Move WSYr to RhYr
           Write ReportRecord from ReportHeadLine
                after advancing 1 line
           Move StartYm to YmWorkN
           Move YmMo to WlFromMo
           Move YmYr to WlFromYr
           Move EndYm to YmWorkN
           Move YmMo to WlToMo
           Move YmYr to WlToYr
           Write ReportRecord from WindowLine
                after advancing 1 line

           Open input SortedMove
           Perform until MoveEOF = "Y"
               Read SortedMove
                   At end
                       Move "Y" to MoveEOF
                       Perform 520-MonthBreak
                       Perform 530-DeptBreak
                       Perform 540-RegionBreak
                   Not at end
                       Perform 510-TakeRecord
               End-read
           End-perform
           Close SortedMove

           Perform 600-PrintCompany.

       510-TakeRecord.
           If Not (SmRegion = CurRegion)
               Perform 520-MonthBreak
               Perform 530-DeptBreak
               Perform 540-RegionBreak
               Perform 545-StartRegion
               Perform 535-StartDept
           Else If Not (SmDept = CurDept)
               Perform 520-MonthBreak
               Perform 530-DeptBreak
               Perform 535-StartDept
           Else If Not (SmYm = CurYm)
               Perform 520-MonthBreak
           End-if
           End-if
           End-if
           Move SmRegion to CurRegion
           Move SmDept to CurDept
           Move SmYm to CurYm
           Move "Y" to MoveStarted

           Evaluate SmType
               When "P"
                   If Not (SmEmpNum = LastPEmp)
                       Add 1 to MaHead
                       Move SmEmpNum to LastPEmp
                   End-if
               When "H"
                   Add 1 to MaHire
               When "R"
                   Add 1 to MaRehire
               When "V"
                   Add 1 to MaVol
               When "I"
                   Add 1 to MaInvol
               When "T"
                   Add 1 to MaIn
               When "X"
                   Add 1 to MaOut
               When Other
                   Add 1 to MaOther
           End-evaluate
           If SmType = "V" or "I" or "O"
               If SmTenOk = "Y"
                   Add SmTenure to MaTenSum
                   Add 1 to MaTenCnt
               End-if
               If SmEarly = "Y"
                   Add 1 to MaEarly
               End-if
           End-if.

       520-MonthBreak.
           If MoveStarted = "N"
               Exit paragraph
           End-if
           Move CurYm to YmWorkN
           Move YmMo to MxMo
           Move YmYr to MxYr
           Move MlMonthX to MlLabel
           Move MaHead to MlHead
           Move MaHire to MlHire
           Move MaRehire to MlRehire
           Move MaVol to MlVol
           Move MaInvol to MlInvol
           Move MaOther to MlOther
           Move MaIn to MlIn
           Move MaOut to MlOut
           Compute NetChange = MaHire + MaRehire + MaIn
                   - MaVol - MaInvol - MaOther - MaOut
           Move NetChange to MlNet
           Write ReportRecord from MonthLine
                after advancing 1 line

           Perform Varying LvIdx from 1 by 1 Until LvIdx > 3
               Add MaHead to AcHead(LvIdx)
               Add MaHire to AcHire(LvIdx)
               Add MaRehire to AcRehire(LvIdx)
               Add MaVol to AcVol(LvIdx)
               Add MaInvol to AcInvol(LvIdx)
               Add MaOther to AcOther(LvIdx)
               Add MaIn to AcIn(LvIdx)
               Add MaOut to AcOut(LvIdx)
               Add MaTenSum to AcTenSum(LvIdx)
               Add MaTenCnt to AcTenCnt(LvIdx)
               Add MaEarly to AcEarly(LvIdx)
           End-perform
           Move CurYm to LineYm
           Perform 110-FindMonth
           If MoFound > 0
               Add MaHead to MkHead(MoFound)
               Add MaHire to MkHire(MoFound)
               Add MaRehire to MkRehire(MoFound)
               Add MaVol to MkVol(MoFound)
               Add MaInvol to MkInvol(MoFound)
               Add MaOther to MkOther(MoFound)
               Add MaIn to MkIn(MoFound)
               Add MaOut to MkOut(MoFound)
           End-if
           Initialize MonthAcc
           Move spaces to LastPEmp.

       530-DeptBreak.
           If MoveStarted = "N"
               Exit paragraph
           End-if
           Move 1 to LvIdx
           Move "Dept tot" to MlLabel
           Perform 550-PrintTotals
           Write ReportRecord from BlankLine
                after advancing 1 line
           Initialize MoveAcc(1).

       535-StartDept.
           Move SmDept to DlDept LookDept
           Perform 330-FindDept
           Move spaces to DlName
           If DeptFound > 0
               Move DtDeptName(DeptFound) to DlName
           End-if
           Write ReportRecord from DeptLine
                after advancing 1 line
           Write ReportRecord from ColumnHead
                after advancing 1 line.

       540-RegionBreak.
           If MoveStarted = "N"
               Exit paragraph
           End-if
           Move 2 to LvIdx
           Move "Reg tot" to MlLabel
           Perform 550-PrintTotals
           Write ReportRecord from BlankLine
                after advancing 1 line
           Initialize MoveAcc(2).

       545-StartRegion.
           Move SmRegion to RlRegion
           Move spaces to RlName
           Perform Varying DeptIdx from 1 by 1
                   Until DeptIdx > DeptCount
               If DtRegion(DeptIdx) = SmRegion
                   Move DtRegionName(DeptIdx) to RlName
               End-if
           End-perform
           Write ReportRecord from BlankLine
                after advancing 1 line
           Write ReportRecord from RegionLine
                after advancing 1 line.

      *    Totals and rates for the level in LvIdx.  Headcount on the
      *    total line is the average over the months the payroll
      *    history covers.
       550-PrintTotals.
           Move 0 to AvgHead TurnPct AvgTenure EarlyPct
           If HistMonths > 0
               Compute AvgHead Rounded = AcHead(LvIdx) / HistMonths
           End-if
           Compute TermTotal = AcVol(LvIdx) + AcInvol(LvIdx)
                   + AcOther(LvIdx)
           If AvgHead > 0
               Compute TurnPct Rounded = TermTotal / AvgHead * 100
           End-if
           If AcTenCnt(LvIdx) > 0
               Compute AvgTenure Rounded =
                       AcTenSum(LvIdx) / AcTenCnt(LvIdx)
           End-if
           If AcHire(LvIdx) + AcRehire(LvIdx) > 0
               Compute EarlyPct Rounded = AcEarly(LvIdx) * 100
                       / (AcHire(LvIdx) + AcRehire(LvIdx))
           End-if
           Move AvgHead to MlHead
           Move AcHire(LvIdx) to MlHire
           Move AcRehire(LvIdx) to MlRehire
           Move AcVol(LvIdx) to MlVol
           Move AcInvol(LvIdx) to MlInvol
           Move AcOther(LvIdx) to MlOther
           Move AcIn(LvIdx) to MlIn
           Move AcOut(LvIdx) to MlOut
           Compute NetChange = AcHire(LvIdx) + AcRehire(LvIdx)
                   + AcIn(LvIdx) - TermTotal - AcOut(LvIdx)
           Move NetChange to MlNet
           Write ReportRecord from MonthLine
                after advancing 1 line
           Move TurnPct to StTurn
           Move AvgTenure to StTenure
           Move AcEarly(LvIdx) to StEarly
           Move EarlyPct to StEarlyPct
           Write ReportRecord from StatsLine
                after advancing 1 line.

       600-PrintCompany.
           Write ReportRecord from CompanyHead
                after advancing page
           Write ReportRecord from ColumnHead
                after advancing 1 line
           Perform Varying MoIdx from 1 by 1 Until MoIdx > WinMonths
               Move MkYm(MoIdx) to YmWorkN
               Move YmMo to MxMo
               Move YmYr to MxYr
               Move MlMonthX to MlLabel
               Move MkHead(MoIdx) to MlHead
               Move MkHire(MoIdx) to MlHire
               Move MkRehire(MoIdx) to MlRehire
               Move MkVol(MoIdx) to MlVol
               Move MkInvol(MoIdx) to MlInvol
               Move MkOther(MoIdx) to MlOther
               Move MkIn(MoIdx) to MlIn
               Move MkOut(MoIdx) to MlOut
               Compute NetChange = MkHire(MoIdx) + MkRehire(MoIdx)
                       + MkIn(MoIdx) - MkVol(MoIdx) - MkInvol(MoIdx)
                       - MkOther(MoIdx) - MkOut(MoIdx)
               Move NetChange to MlNet
               Write ReportRecord from MonthLine
                    after advancing 1 line
           End-perform
           Move 3 to LvIdx
           Move "Company" to MlLabel
           Perform 550-PrintTotals
           Write ReportRecord from BlankLine
                after advancing 1 line
           Move DeleteCount to DelCount
           Write ReportRecord from DeleteLine
                after advancing 1 line
           If TableDrops > 0
               Move TableDrops to DrpCount
               Write ReportRecord from DropLine
                    after advancing 1 line
           End-if.
