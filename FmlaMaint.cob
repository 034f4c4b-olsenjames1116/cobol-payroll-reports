      *      James Olsen
      *      FMLA leave case maintenance.  One case per leave event,
      *      keyed on employee and case sequence: the qualifying
      *      reason, the date the leave starts, whether it is taken
      *      intermittently or as one continuous block, and the date
      *      it ended once closed.  When a case is opened (or its start
      *      date moved) eligibility is set as of the start date - 12
      *      months of service from the hire date and 1,250 hours
      *      worked in the 12 months before it, taken from the weekly
      *      earnings Lab10a leaves on lab10a-earnings.dat (salaried
      *      staff are credited their standard week) - along with the
      *      hours of entitlement: 12 weeks of the standard week, 26
      *      for military caregiver leave.  Leave hours are tagged to
      *      a case on the Lab10a leave transactions as they are taken.
      *      Transactions follow the Lab5d pattern (ADD / CHANGE /
      *      CLOSE with an operator code who must hold change
      *      authority on lab5-operators.dat) and every field touched
      *      writes a before/after line to the shared audit log.  A
      *      changed reason sets the case up again the same way, as
      *      caregiver leave carries the longer entitlement.

       Identification Division.
       Program-Id. Lab5l.

       Environment Division.
       Input-Output Section.
       File-Control.
           Select FmlaTrans
                Assign to "lab5l-trans.dat"
                Organization is line sequential
                File Status is FtFileStatus.
           Select FmlaCaseFile
                Assign to "lab5-fmlacase.dat"
                Organization is indexed
                Access mode is dynamic
                Record key is FcKey
                File Status is FcFileStatus.
           Select CleanFile
                Assign to "lab5-clean.dat"
                Organization is indexed
                Access mode is dynamic
                Record key is ClEmpNum
                Alternate record key is ClDeptNum with duplicates
                File Status is ClFileStatus.
           Select EarningsFile
                Assign to "lab10a-earnings.dat"
                Organization is line sequential
                File Status is EaFileStatus.
           Select AuditLog
                Assign to "lab5m-audit.dat"
                Organization is line sequential
                File Status is AudFileStatus.
           Select FmlaReport
                Assign to "lab5l-out.dat"
                Organization is line sequential.
           Select OperFile
                Assign to "lab5-operators.dat"
                Organization is line sequential
                File Status is OpFileStatus.

       Data Division.
       File Section.
       FD  FmlaTrans.
       01  FmlaTransRec.
           05  FtAction      Pic X.
           05  FtOperator    Pic X(3).
           05  FtEmpNum      Pic X(5).
           05  FtSeq         Pic 99.
           05  FtSeqX        Redefines FtSeq Pic XX.
           05  FtReason      Pic X.
           05  FtStartDate   Pic 9(8).
           05  FtStartDateX  Redefines FtStartDate Pic X(8).
           05  FtLeaveType   Pic X.
           05  FtEndDate     Pic 9(8).
           05  FtEndDateX    Redefines FtEndDate Pic X(8).
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
       FD  AuditLog.
       01  AuditRec     Pic X(120).
       FD  FmlaReport.
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
       01   FtFileStatus   Pic XX.
       01   FcFileStatus   Pic XX.
       01   ClFileStatus   Pic XX.
       01   EaFileStatus   Pic XX.
       01   AudFileStatus  Pic XX.
       01   CleanAvail     Pic X Value "N".
       01   EarnEOF        Pic X.
       01   WSDate.
            05  WSYr       Pic 9(4).
            05  WSMo       Pic 9(2).
            05  WSDay      Pic 9(2).
       01   WSTime.
            05  WSHr       Pic 99.
            05  WSMin      Pic 99.
            05  WSSec      Pic 99.
            05  WSCC       Pic 99.
      *    Eligibility and entitlement rules.
       01   MinSvcMonths   Pic 99 Value 12.
       01   MinPriorHrs    Pic 9(4) Value 1250.
       01   EntitleWeeks   Pic 99 Value 12.
       01   CaregiverWeeks Pic 99 Value 26.
       01   StartSplit.
            05  StYr       Pic 9(4).
            05  StMo       Pic 99.
            05  StDay      Pic 99.
       01   LookFrom       Pic 9(8).
       01   SvcMonths      Pic S9(4).
       01   PriorHrs       Pic 9(5)V99.
       01   StdWeek        Pic 99V99.
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
       01   CaseFieldName.
            05  CfLabel      Pic X(10).
            05  CfIdx        Pic 99.
       01   HoldCase.
            05  HReason      Pic X.
            05  HStartDate   Pic X(8).
            05  HLeaveType   Pic X.
            05  HEndDate     Pic X(8).
            05  HStatus      Pic X.
            05  HEligible    Pic X.
            05  HEntitle     Pic 9(4)V99.
       01   Redetermine    Pic X.
       01   EntitleEdit    Pic Z,ZZ9.99.
       01   AddCount       Pic 9(4) Value 0.
       01   ChangeCount    Pic 9(4) Value 0.
       01   CloseCount     Pic 9(4) Value 0.
       01   ErrorCount     Pic 9(4) Value 0.
       01   ReportHeadLine Pic X(60) Value "FMLA Leave Case " &
                          "Maintenance Run".
       01   BlankLine      Pic X Value spaces.
       01   ErrorLine.
            05  ErrEmpNum  Pic X(5).
            05             Pic X Value spaces.
            05  ErrSeq     Pic XX.
            05             Pic X Value spaces.
            05  ErrText    Pic X(50).
      *    Each case opened or re-dated shows how eligibility came out.
       01   EligLine.
            05  ElEmpNum   Pic X(5).
            05             Pic X Value spaces.
            05  ElSeq      Pic 99.
            05             Pic X Value spaces.
            05             Pic X(7) Value "start ".
            05  ElStart    Pic 9(8).
            05             Pic X(9) Value "  service".
            05  ElSvc      Pic ZZ9.
            05             Pic X(6) Value " mos  ".
            05  ElHours    Pic Z,ZZ9.99.
            05             Pic X(8) Value " hrs    ".
            05  ElResult   Pic X(12).
            05             Pic X(12) Value "entitlement ".
            05  ElEntitle  Pic Z,ZZ9.99.
       01   AddTotalLine.
            05             Pic X(30) Value "Cases opened:".
            05  AddTotal   Pic ZZZ9.
       01   ChangeTotalLine.
            05             Pic X(30) Value "Cases changed:".
            05  ChangeTotal Pic ZZZ9.
       01   CloseTotalLine.
            05             Pic X(30) Value "Cases closed:".
            05  CloseTotal Pic ZZZ9.
       01   ErrorTotalLine.
            05             Pic X(30) Value "Transactions in error:".
            05  ErrorTotal Pic ZZZ9.
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

       Procedure Division.
       000-Main.
           Accept WSDate from date yyyymmdd
           Accept WSTime from time
           Move WSDate to AudDate
           Move WSHr to AudTime(1:2)
           Move WSMin to AudTime(3:2)
           Move WSSec to AudTime(5:2)

           Open input FmlaTrans
                output FmlaReport
           Perform 040-OpenCases
           Perform 045-OpenClean
           Perform 050-OpenAudit
           Perform 080-LoadOperators

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
               Close FmlaTrans FmlaCaseFile CleanFile AuditLog
                     FmlaReport
               Display "LAB5L no operator authority table - run "
                       "refused"
               Move 12 to Return-Code
               Stop Run
           End-if

           If FtFileStatus = "00"
               Perform until EOF = "Y"
                   Read FmlaTrans
                       At end
                           Move "Y" to EOF
                       Not at end
                           Perform 100-ApplyTrans
                   End-read
               End-perform
           End-if

           Move AddCount to AddTotal
           Move ChangeCount to ChangeTotal
           Move CloseCount to CloseTotal
           Move ErrorCount to ErrorTotal
           Write ReportRecord from BlankLine
                after advancing 1 line
           Write ReportRecord from AddTotalLine
                after advancing 1 line
           Write ReportRecord from ChangeTotalLine
                after advancing 1 line
           Write ReportRecord from CloseTotalLine
                after advancing 1 line
           Write ReportRecord from ErrorTotalLine
                after advancing 1 line

           Close FmlaTrans FmlaCaseFile CleanFile AuditLog FmlaReport
           Stop Run.

       040-OpenCases.
           Open I-O FmlaCaseFile
           If FcFileStatus = "35"
               Open Output FmlaCaseFile
               Close FmlaCaseFile
               Open I-O FmlaCaseFile
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

       110-FindOperator.
           Move 0 to OperFound
           Perform Varying OperIdx from 1 by 1
                   Until OperIdx > OperCount or OperFound > 0
               If OtCode(OperIdx) = WkOper
                   Move OperIdx to OperFound
               End-if
           End-perform.

       100-ApplyTrans.
           Move FtOperator to AudOper
           Move FtEmpNum to AudEmpNum

           Move FtOperator to WkOper
           Perform 110-FindOperator
           If OperFound = 0
               Move "Rejected - operator not on authority table"
                   to ErrText
               Perform 900-WriteError
               Exit paragraph
           End-if
           If Not (OtChange(OperFound) = "Y")
               Move "Rejected - operator not authorized for "
                   & "changes" to ErrText
               Perform 900-WriteError
               Exit paragraph
           End-if
           If FtSeqX is not numeric or FtSeq = 0
               Move "Rejected - case sequence not 01-99" to ErrText
               Perform 900-WriteError
               Exit paragraph
           End-if

           Evaluate FtAction
                When "A"
                    Perform 200-AddCase
                When "C"
                    Perform 300-ChangeCase
                When "X"
                    Perform 400-CloseCase
                When other
                    Move "Invalid action code" to ErrText
                    Perform 900-WriteError
           End-evaluate.

      *    Reasons: S own serious health condition, F care of a
      *    family member, B birth and bonding, P adoption or foster
      *    placement, M qualifying military exigency, C military
      *    caregiver.  Leave is I (intermittent or reduced schedule)
      *    or C (continuous).
       150-EditFields.
           Move spaces to ErrText
           If FtReason not = spaces
                   and Not (FtReason = "S" or "F" or "B" or "P"
                            or "M" or "C")
               Move "Rejected - reason not S, F, B, P, M, or C"
                   to ErrText
               Exit paragraph
           End-if
           If FtLeaveType not = spaces
                   and Not (FtLeaveType = "I" or "C")
               Move "Rejected - leave type not I or C" to ErrText
               Exit paragraph
           End-if
           If FtStartDateX not = spaces
               If FtStartDateX is not numeric or FtStartDate = 0
                   Move "Rejected - start date not YYYYMMDD"
                       to ErrText
                   Exit paragraph
               End-if
           End-if
           If FtEndDateX not = spaces
               If FtEndDateX is not numeric
                   Move "Rejected - end date not YYYYMMDD" to ErrText
                   Exit paragraph
               End-if
           End-if.

       200-AddCase.
           If FtReason = spaces or FtStartDateX = spaces
                   or FtLeaveType = spaces
               Move "Add rejected - reason, start date, and type "
                   & "required" to ErrText
               Perform 900-WriteError
               Exit paragraph
           End-if
           Perform 150-EditFields
           If ErrText not = spaces
               Perform 900-WriteError
               Exit paragraph
           End-if
           Perform 160-ReadEmployee
           If ErrText not = spaces
               Perform 900-WriteError
               Exit paragraph
           End-if

           Move FtEmpNum to FcEmpNum
           Move FtSeq to FcSeq
           Move FtReason to FcReason
           Move FtStartDate to FcStartDate
           Move FtLeaveType to FcLeaveType
           Move 0 to FcEndDate
           Move "O" to FcStatus
           Move WSDate to FcOpenDate
           Perform 500-SetEligibility
           Write FmlaCaseRec
                Invalid key
                    Move "Add rejected - case already on file"
                        to ErrText
                    Perform 900-WriteError
                Not invalid key
                    Add 1 to AddCount
                    Move "ADD" to AudAction
                    Perform 250-SetCaseField
                    Move "FMLA CASE" to CfLabel
                    Move spaces to AudBefore
                    Move FcStartDate to AudAfter
                    Move CaseFieldName to AudField
                    Perform 800-WriteAudit
                    Perform 550-PrintEligibility
           End-write.

       160-ReadEmployee.
           If CleanAvail = "N"
               Move "Rejected - employee master not available"
                   to ErrText
               Exit paragraph
           End-if
           Move FtEmpNum to ClEmpNum
           Read CleanFile
               Invalid key
                   Move "Rejected - employee not on clean master"
                       to ErrText
           End-read.

       250-SetCaseField.
           Move FtSeq to CfIdx.

       300-ChangeCase.
           Perform 150-EditFields
           If ErrText not = spaces
               Perform 900-WriteError
               Exit paragraph
           End-if
           Move FtEmpNum to FcEmpNum
           Move FtSeq to FcSeq
           Read FmlaCaseFile
                Invalid key
                    Move "Change rejected - case not on file"
                        to ErrText
                    Perform 900-WriteError
                Not invalid key
                    Move "CHANGE" to AudAction
                    Perform 310-HoldCase
                    Perform 320-ApplyFields
                    Rewrite FmlaCaseRec
                    Add 1 to ChangeCount
           End-read.

       310-HoldCase.
           Move FcReason to HReason
           Move FcStartDate to HStartDate
           Move FcLeaveType to HLeaveType
           Move FcEndDate to HEndDate
           Move FcStatus to HStatus
           Move FcEligible to HEligible
           Move FcEntitle to HEntitle.

      *    Moving the start date moves the eligibility test with it,
      *    and a change of reason can change the entitlement; either
      *    one sets the case up again from the employee master.
       320-ApplyFields.
           Move "N" to Redetermine
           Perform 250-SetCaseField

           If FtReason not = spaces and FtReason not = FcReason
               Move "FMLA REASON" to CfLabel
               Move CaseFieldName to AudField
               Move HReason to AudBefore
               Move FtReason to AudAfter
               Perform 800-WriteAudit
               Move FtReason to FcReason
               Move "Y" to Redetermine
           End-if

           If FtLeaveType not = spaces
                   and FtLeaveType not = FcLeaveType
               Move "FMLA TYPE" to CfLabel
               Move CaseFieldName to AudField
               Move HLeaveType to AudBefore
               Move FtLeaveType to AudAfter
               Perform 800-WriteAudit
               Move FtLeaveType to FcLeaveType
           End-if

           If FtEndDateX not = spaces and FtEndDateX not = HEndDate
               Move "FMLA END" to CfLabel
               Move CaseFieldName to AudField
               Move HEndDate to AudBefore
               Move FtEndDateX to AudAfter
               Perform 800-WriteAudit
               Move FtEndDate to FcEndDate
           End-if

           If FtStartDateX not = spaces
                   and FtStartDateX not = HStartDate
               Move "FMLA START" to CfLabel
               Move CaseFieldName to AudField
               Move HStartDate to AudBefore
               Move FtStartDateX to AudAfter
               Perform 800-WriteAudit
               Move FtStartDate to FcStartDate
               Move "Y" to Redetermine
           End-if

           If Redetermine = "N"
               Exit paragraph
           End-if
           Perform 160-ReadEmployee
           If ErrText = spaces
               Perform 500-SetEligibility
               Perform 550-PrintEligibility
           End-if
           If FcEligible not = HEligible
               Move "FMLA ELIG" to CfLabel
               Move CaseFieldName to AudField
               Move HEligible to AudBefore
               Move FcEligible to AudAfter
               Perform 800-WriteAudit
           End-if
           If FcEntitle not = HEntitle
               Move "FMLA ENTL" to CfLabel
               Move CaseFieldName to AudField
               Move HEntitle to EntitleEdit
               Move EntitleEdit to AudBefore
               Move FcEntitle to EntitleEdit
               Move EntitleEdit to AudAfter
               Perform 800-WriteAudit
           End-if.

      *    Closing stamps the end date (today unless one is given);
      *    hours tagged to a closed case are turned back by Lab10a.
       400-CloseCase.
           Perform 150-EditFields
           If ErrText not = spaces
               Perform 900-WriteError
               Exit paragraph
           End-if
           Move FtEmpNum to FcEmpNum
           Move FtSeq to FcSeq
           Read FmlaCaseFile
                Invalid key
                    Move "Close rejected - case not on file"
                        to ErrText
                    Perform 900-WriteError
                Not invalid key
                    If FcStatus = "C"
                        Move "Close rejected - case already closed"
                            to ErrText
                        Perform 900-WriteError
                    Else
                        Perform 310-HoldCase
                        If FtEndDateX = spaces
                            Move WSDate to FcEndDate
                        Else
                            Move FtEndDate to FcEndDate
                        End-if
                        Move "C" to FcStatus
                        Rewrite FmlaCaseRec
                        Add 1 to CloseCount
                        Move "CLOSE" to AudAction
                        Perform 250-SetCaseField
                        Move "FMLA CASE" to CfLabel
                        Move CaseFieldName to AudField
                        Move HStatus to AudBefore
                        Move FcEndDate to AudAfter
                        Perform 800-WriteAudit
                    End-if
           End-read.

      *    Service is counted in whole months from the hire date to
      *    the start of leave.  Hours are those worked (regular and
      *    overtime) in the weeks ending in the 12 months before the
      *    start; hours paid but not worked - holidays and leave - do
      *    not count.  Salaried and commission staff keep no hours and
      *    are credited their standard week for each week of the year
      *    they were employed.
       500-SetEligibility.
           Move FcStartDate to StartSplit
           Compute SvcMonths = (StYr * 12 + StMo)
                   - (ClHireYr * 12 + ClHireMo)
           If StDay < ClHireDay
               Subtract 1 from SvcMonths
           End-if
           If SvcMonths < 0
               Move 0 to SvcMonths
           End-if
           If SvcMonths > 999
               Move 999 to SvcMonths
           End-if
           Move SvcMonths to FcSvcMonths

           Move ClHours to StdWeek
           If StdWeek = 0
               Move 40 to StdWeek
           End-if
           Compute LookFrom = FcStartDate - 10000
           Move 0 to PriorHrs
           If ClPayCode = "H"
               Perform 510-SumPriorHours
           Else
               If SvcMonths >= 12
                   Compute PriorHrs = StdWeek * 52
               Else
                   Compute PriorHrs Rounded =
                           StdWeek * 52 * SvcMonths / 12
               End-if
           End-if
           If PriorHrs > 9999.99
               Move 9999.99 to PriorHrs
           End-if
           Move PriorHrs to FcPriorHrs

           If SvcMonths >= MinSvcMonths and PriorHrs >= MinPriorHrs
               Move "Y" to FcEligible
           Else
               Move "N" to FcEligible
           End-if
           If FcReason = "C"
               Compute FcEntitle = StdWeek * CaregiverWeeks
           Else
               Compute FcEntitle = StdWeek * EntitleWeeks
           End-if.

       510-SumPriorHours.
           Open input EarningsFile
           If Not (EaFileStatus = "00")
               Close EarningsFile
               Exit paragraph
           End-if
           Move "N" to EarnEOF
           Perform until EarnEOF = "Y"
               Read EarningsFile
                   At end
                       Move "Y" to EarnEOF
                   Not at end
                       If ErEmpNum = FcEmpNum
                               and ErWeekEnd >= LookFrom
                               and ErWeekEnd < FcStartDate
                           Add ErRegHrs ErOtHrs to PriorHrs
                       End-if
               End-read
           End-perform
           Close EarningsFile.

       550-PrintEligibility.
           Move FcEmpNum to ElEmpNum
           Move FcSeq to ElSeq
           Move FcStartDate to ElStart
           Move FcSvcMonths to ElSvc
           Move FcPriorHrs to ElHours
           If FcEligible = "Y"
               Move "ELIGIBLE" to ElResult
           Else
               Move "NOT ELIGIBLE" to ElResult
           End-if
           Move FcEntitle to ElEntitle
           Write ReportRecord from EligLine
                after advancing 1 line.

       800-WriteAudit.
           Write AuditRec from AuditLine.

       900-WriteError.
           Add 1 to ErrorCount
           Move FtEmpNum to ErrEmpNum
           Move FtSeqX to ErrSeq
           Write ReportRecord from ErrorLine
                after advancing 1 line.
