      *      James Olsen
      *      Effective-date step for approved pay changes.  A pay-rate,
      *      pay code, or hours change keyed in Lab5m with an effective
      *      date still ahead waits on the future-dated file once a
      *      second operator has released it.  This step runs after the
      *      data quality pass and ahead of maintenance each night and
      *      applies every change whose date has arrived to the clean
      *      master, writing the usual before/after audit lines with
      *      both operator codes and a dated record on the pay-rate
      *      history file.  The Lab5 run-control hash is kept in step,
      *      and changes not yet due go back on the file for a later
      *      night.

       Identification Division.
       Program-Id. Lab5e.

       Environment Division.
       Input-Output Section.
       File-Control.
           Select FutureFile
                Assign to "lab5m-future.dat"
                Organization is line sequential
                File Status is FtFileStatus.
           Select FutureKeep
                Assign to "lab5e-keep.dat"
                Organization is line sequential.
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
           Select RateHistFile
                Assign to "lab5m-payhist.dat"
                Organization is line sequential
                File Status is RhFileStatus.
           Select EffReport
                Assign to "lab5e-out.dat"
                Organization is line sequential.
           Select Lab5CtlFile
                Assign to "lab5-runctl.dat"
                Organization is line sequential
                File Status is L5FileStatus.
           Select PayPeriodFile
                Assign to "payperiod.dat"
                Organization is line sequential
                File Status is PpdFileStatus.
           Select JobStateFile
                Assign to "jobstate.dat"
                Organization is line sequential
                File Status is JsFileStatus.

       Data Division.
       File Section.
       FD  FutureFile.
       01  FutureRec.
           05  FtEmpNum     Pic X(5).
           05               Pic X.
           05  FtEffDate    Pic 9(8).
           05               Pic X.
           05  FtPayCode    Pic X.
           05               Pic X.
           05  FtPay        Pic 9(7)V99.
           05  FtPayX       Redefines FtPay Pic X(9).
           05               Pic X.
           05  FtHours      Pic 99V99.
           05  FtHoursX     Redefines FtHours Pic X(4).
           05               Pic X.
           05  FtCommission Pic V999.
           05  FtCommissionX Redefines FtCommission Pic X(3).
           05               Pic X.
           05  FtReason     Pic X(3).
           05               Pic X.
           05  FtOper       Pic X(3).
           05               Pic X.
           05  FtAppr       Pic X(3).
           05               Pic X.
           05  FtSeq        Pic 9(5).
       FD  FutureKeep.
       01  FutureKeepRec    Pic X(64).
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
       FD  AuditLog.
       01  AuditRec     Pic X(120).
       FD  RateHistFile.
       01  RateHistRec.
           05  RhEmpNum     Pic X(5).
           05               Pic X.
           05  RhEffDate    Pic 9(8).
           05               Pic X.
           05  RhOldPayCode Pic X.
           05               Pic X.
           05  RhNewPayCode Pic X.
           05               Pic X.
           05  RhOldPay     Pic 9(7)V99.
           05               Pic X.
           05  RhNewPay     Pic 9(7)V99.
           05               Pic X.
           05  RhOldHours   Pic 99V99.
           05               Pic X.
           05  RhNewHours   Pic 99V99.
           05               Pic X.
           05  RhOldComm    Pic V999.
           05               Pic X.
           05  RhNewComm    Pic V999.
           05               Pic X.
           05  RhReason     Pic X(3).
           05               Pic X.
           05  RhOper       Pic X(3).
           05               Pic X.
           05  RhAppr       Pic X(3).
           05               Pic X.
           05  RhPostDate   Pic 9(8).
       FD  EffReport.
       01  ReportRecord Pic X(100).
       FD  Lab5CtlFile.
       01  Lab5CtlRec.
           05  L5Program      Pic X(8).
           05  L5RecsRead     Pic 9(9).
           05  L5CleanCount   Pic 9(9).
           05  L5RejectCount  Pic 9(9).
           05  L5HashTotal    Pic 9(11)V99.
       FD  PayPeriodFile.
       01  PayPeriodRec.
           05  PpdId        Pic X(6).
           05  PpdStartDate Pic 9(8).
           05  PpdEndDate   Pic 9(8).
           05  PpdStatus    Pic X.
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

       Working-Storage Section.
       01   EOF            Pic X Value "N".
       01   FtFileStatus   Pic XX.
       01   ClFileStatus   Pic XX.
       01   AudFileStatus  Pic XX.
       01   RhFileStatus   Pic XX.
       01   L5FileStatus   Pic XX.
       01   PpdFileStatus  Pic XX.
       01   JsFileStatus   Pic XX.
       01   WSDate.
            05  WSYr       Pic 9(4).
            05  WSMo       Pic 9(2).
            05  WSDay      Pic 9(2).
       01   WSDateNum      Pic 9(8) Value 0.
       01   WSTime.
            05  WSHr       Pic 99.
            05  WSMin      Pic 99.
            05  WSSec      Pic 99.
            05  WSCC       Pic 99.
       01   CtlPresent     Pic X Value "N".
       01   CtlRecsRead    Pic 9(9) Value 0.
       01   CtlCleanCount  Pic 9(9) Value 0.
       01   CtlRejects     Pic 9(9) Value 0.
       01   CtlHashTotal   Pic 9(11)V99 Value 0.
       01   JsEOF          Pic X Value "N".
       01   JsSelfDone     Pic X Value "N".
       01   JsPriorDone    Pic X Value "N".
       01   JsPeriodSave   Pic X(6) Value spaces.
       01   JsOwnStep      Pic X(8) Value "LAB5E".
       01   JsPriorStep    Pic X(8) Value "LAB5".
       01   AuditLine.
            05  AudDate      Pic 9(8).
            05               Pic X Value spaces.
            05  AudTime      Pic 9(6).
            05               Pic X Value spaces.
            05  AudOper      Pic X(3).
            05               Pic X Value spaces.
            05  AudEmpNum    Pic X(5).
            05               Pic X Value spaces.
            05  AudAction    Pic X(6) Value "CHANGE".
            05               Pic X Value spaces.
            05  AudField     Pic X(12).
            05               Pic X Value spaces.
            05  AudBefore    Pic X(30).
            05               Pic X Value spaces.
            05  AudAfter     Pic X(30).
            05               Pic X Value spaces.
            05  AudAppr      Pic X(3).
       01   OldRate.
            05  OldPayCode   Pic X.
            05  OldPay       Pic 9(7)V99.
            05  OldPayX      Redefines OldPay Pic X(9).
            05  OldHours     Pic 99V99.
            05  OldHoursX    Redefines OldHours Pic X(4).
            05  OldComm      Pic V999.
            05  OldCommX     Redefines OldComm Pic X(3).
       01   EffSplit.
            05  EffYr        Pic 9(4).
            05  EffMo        Pic 99.
            05  EffDay       Pic 99.
       01   AppliedCount   Pic 9(5) Value 0.
       01   WaitCount      Pic 9(5) Value 0.
       01   DroppedCount   Pic 9(5) Value 0.
       01   ReportHeadLine.
            05  RhlMo      Pic Z9.
            05             Pic X Value "/".
            05  RhlDay     Pic 99.
            05             Pic X Value "/".
            05  RhlYr      Pic 9(4).
            05             Pic X(5) Value spaces.
            05             Pic X(40) Value "Effective-Dated Pay " &
                                           "Changes Applied".
       01   BlankLine      Pic X Value spaces.
       01   ColumnHead.
            05             Pic X(7) Value "Emp".
            05             Pic X(12) Value "Effective".
            05             Pic X(5) Value "Code".
            05             Pic X(26) Value "Pay rate".
            05             Pic X(16) Value "Hours".
            05             Pic X(7) Value "Reason".
            05             Pic X(10) Value "Keyed/Appr".
       01   AppliedLine.
            05  AplEmpNum  Pic X(5).
            05             Pic X(2) Value spaces.
            05  AplMo      Pic Z9.
            05             Pic X Value "/".
            05  AplDay     Pic 99.
            05             Pic X Value "/".
            05  AplYr      Pic 9(4).
            05             Pic X(2) Value spaces.
            05  AplOldCode Pic X.
            05             Pic X Value ">".
            05  AplNewCode Pic X.
            05             Pic X(2) Value spaces.
            05  AplOldPay  Pic Z,ZZZ,ZZ9.99.
            05             Pic X Value ">".
            05  AplNewPay  Pic Z,ZZZ,ZZ9.99.
            05             Pic X Value spaces.
            05  AplOldHrs  Pic Z9.99.
            05             Pic X Value ">".
            05  AplNewHrs  Pic Z9.99.
            05             Pic X(4) Value spaces.
            05  AplReason  Pic X(3).
            05             Pic X(4) Value spaces.
            05  AplOper    Pic X(3).
            05             Pic X Value "/".
            05  AplAppr    Pic X(3).
       01   DroppedLine.
            05  DrpEmpNum  Pic X(5).
            05             Pic X(2) Value spaces.
            05             Pic X(50) Value "Employee not on file - " &
                                           "change dropped".
       01   NoMasterLine   Pic X(50) Value
                     "Clean master not available - run aborted".
       01   AppliedTotalLine.
            05             Pic X(30) Value "Changes applied:".
            05  AppliedTotal Pic ZZZZ9.
       01   WaitTotalLine.
            05             Pic X(30) Value "Changes not yet effective:".
            05  WaitTotal  Pic ZZZZ9.
       01   DroppedTotalLine.
            05             Pic X(30) Value "Changes dropped:".
            05  DroppedTotal Pic ZZZZ9.

       Procedure Division.
       000-Main.
           Accept WSDate from date yyyymmdd
           Accept WSTime from time
           Move WSDate to WSDateNum
           Move WSDate to AudDate
           Move WSHr to AudTime(1:2)
           Move WSMin to AudTime(3:2)
           Move WSSec to AudTime(5:2)

           Perform 055-GetPeriod
           Perform 065-CheckRunState

           Open output EffReport
           Move WSMo to RhlMo
           Move WSDay to RhlDay
           Move WSYr to RhlYr
           Write ReportRecord from ReportHeadLine
                after advancing 1 line
           Write ReportRecord from BlankLine
                after advancing 1 line

           Open input FutureFile
           If FtFileStatus = "00"
               Open i-o CleanFile
               If Not (ClFileStatus = "00")
                   Write ReportRecord from NoMasterLine
                        after advancing 1 line
                   Close FutureFile CleanFile EffReport
                   Display "LAB5E clean master not available - run "
                           "aborted"
                   Move 12 to Return-Code
                   Stop Run
               End-if
               Perform 050-OpenAudit
               Perform 052-OpenRateHist
               Perform 060-ReadRunCtl
               Write ReportRecord from ColumnHead
                    after advancing 1 line
               Open output FutureKeep
               Perform until EOF = "Y"
                   Read FutureFile
                       At end
                           Move "Y" to EOF
                       Not at end
                           If FtEffDate > WSDateNum
                               Write FutureKeepRec from FutureRec
                               Add 1 to WaitCount
                           Else
                               Perform 200-ApplyChange
                           End-if
                   End-read
               End-perform
               Close FutureFile FutureKeep CleanFile AuditLog
                     RateHistFile
               Perform 300-ReplaceFuture
               Perform 950-WriteRunCtl
           Else
               Close FutureFile
           End-if

           Move AppliedCount to AppliedTotal
           Move WaitCount to WaitTotal
           Move DroppedCount to DroppedTotal
           Write ReportRecord from BlankLine
                after advancing 1 line
           Write ReportRecord from AppliedTotalLine
                after advancing 1 line
           Write ReportRecord from WaitTotalLine
                after advancing 1 line
           Write ReportRecord from DroppedTotalLine
                after advancing 1 line
           Close EffReport
           Perform 970-RecordRunState
           Stop Run.

       050-OpenAudit.
           Open extend AuditLog
           If AudFileStatus = "35"
               Open output AuditLog
               Close AuditLog
               Open extend AuditLog
           End-if.

       052-OpenRateHist.
           Open extend RateHistFile
           If RhFileStatus = "35"
               Open output RateHistFile
               Close RateHistFile
               Open extend RateHistFile
           End-if.

       055-GetPeriod.
           Open input PayPeriodFile
           If PpdFileStatus = "00"
               Read PayPeriodFile
                   At end
                       Continue
                   Not at end
                       Move PpdId to JsPeriodSave
               End-read
           End-if
           Close PayPeriodFile.

      *    The Lab5 run-control hash is the sum of Pay on the clean
      *    master; a rate change moves it, so it is adjusted here just
      *    as Lab5m adjusts it.
       060-ReadRunCtl.
           Open input Lab5CtlFile
           If L5FileStatus = "00"
               Read Lab5CtlFile
                   At end
                       Continue
                   Not at end
                       Move "Y" to CtlPresent
                       Move L5RecsRead to CtlRecsRead
                       Move L5CleanCount to CtlCleanCount
                       Move L5RejectCount to CtlRejects
                       Move L5HashTotal to CtlHashTotal
               End-read
           End-if
           Close Lab5CtlFile.

      *    This step follows the data quality pass, which rebuilds the
      *    clean master, and may only run once per pay period.
       065-CheckRunState.
           If JsPeriodSave = spaces
               Exit paragraph
           End-if
           Open input JobStateFile
           If Not (JsFileStatus = "00")
               Close JobStateFile
               Exit paragraph
           End-if
           Perform until JsEOF = "Y"
               Read JobStateFile
                   At end
                       Move "Y" to JsEOF
                   Not at end
                       If JsPeriodId = JsPeriodSave
                           If JsStep = JsOwnStep
                               Move "Y" to JsSelfDone
                           End-if
                           If JsStep = JsPriorStep
                               Move "Y" to JsPriorDone
                           End-if
                       End-if
               End-read
           End-perform
           Close JobStateFile
           If JsSelfDone = "Y"
               Display "LAB5E already completed for period "
                       JsPeriodSave " - run refused"
               Move 12 to Return-Code
               Stop Run
           End-if
           If JsPriorDone = "N"
               Display "LAB5 has not completed for period "
                       JsPeriodSave " - LAB5E refused"
               Move 12 to Return-Code
               Stop Run
           End-if.

       200-ApplyChange.
           Move FtEmpNum to ClEmpNum
           Read CleanFile
               Invalid key
                   Add 1 to DroppedCount
                   Move FtEmpNum to DrpEmpNum
                   Write ReportRecord from DroppedLine
                        after advancing 1 line
                   Exit paragraph
           End-read

           Move ClPayCode to OldPayCode
           Move ClPay to OldPay
           Move ClHours to OldHours
           Move ClCommission to OldComm
           Move FtOper to AudOper
           Move FtAppr to AudAppr
           Move FtEmpNum to AudEmpNum

           If FtPayCode not = spaces and FtPayCode not = ClPayCode
               Move "PAY CODE" to AudField
               Move ClPayCode to AudBefore
               Move FtPayCode to AudAfter
               Perform 800-WriteAudit
               Move FtPayCode to ClPayCode
           End-if

           If FtPayX not = spaces and FtPayX not = OldPayX
               Move "PAY" to AudField
               Move OldPayX to AudBefore
               Move FtPayX to AudAfter
               Perform 800-WriteAudit
               Subtract ClPay from CtlHashTotal
               Move FtPay to ClPay
               Add ClPay to CtlHashTotal
           End-if

           If FtHoursX not = spaces and FtHoursX not = OldHoursX
               Move "HOURS" to AudField
               Move OldHoursX to AudBefore
               Move FtHoursX to AudAfter
               Perform 800-WriteAudit
               Move FtHours to ClHours
           End-if

           If FtCommissionX not = spaces
                   and FtCommissionX not = OldCommX
               Move "COMMISSION" to AudField
               Move OldCommX to AudBefore
               Move FtCommissionX to AudAfter
               Perform 800-WriteAudit
               Move FtCommission to ClCommission
           End-if

           Rewrite CleanRec
           Add 1 to AppliedCount
           Perform 250-WriteRateHist

           Move FtEmpNum to AplEmpNum
           Move FtEffDate to EffSplit
           Move EffMo to AplMo
           Move EffDay to AplDay
           Move EffYr to AplYr
           Move OldPayCode to AplOldCode
           Move ClPayCode to AplNewCode
           Move OldPay to AplOldPay
           Move ClPay to AplNewPay
           Move OldHours to AplOldHrs
           Move ClHours to AplNewHrs
           Move FtReason to AplReason
           Move FtOper to AplOper
           Move FtAppr to AplAppr
           Write ReportRecord from AppliedLine
                after advancing 1 line.

       250-WriteRateHist.
           Move spaces to RateHistRec
           Move ClEmpNum to RhEmpNum
           Move FtEffDate to RhEffDate
           Move OldPayCode to RhOldPayCode
           Move ClPayCode to RhNewPayCode
           Move OldPay to RhOldPay
           Move ClPay to RhNewPay
           Move OldHours to RhOldHours
           Move ClHours to RhNewHours
           Move OldComm to RhOldComm
           Move ClCommission to RhNewComm
           Move FtReason to RhReason
           Move FtOper to RhOper
           Move FtAppr to RhAppr
           Move WSDate to RhPostDate
           Write RateHistRec.

      *    Only the changes still waiting go back on the file.
       300-ReplaceFuture.
           Open input FutureKeep
           Open output FutureFile
           Move "N" to EOF
           Perform until EOF = "Y"
               Read FutureKeep
                   At end
                       Move "Y" to EOF
                   Not at end
                       Write FutureRec from FutureKeepRec
               End-read
           End-perform
           Close FutureKeep FutureFile.

       800-WriteAudit.
           Write AuditRec from AuditLine.

       950-WriteRunCtl.
           If CtlPresent = "Y"
               Move spaces to Lab5CtlRec
               Move "LAB5" to L5Program
               Move CtlRecsRead to L5RecsRead
               Move CtlCleanCount to L5CleanCount
               Move CtlRejects to L5RejectCount
               Move CtlHashTotal to L5HashTotal
               Open output Lab5CtlFile
               Write Lab5CtlRec
               Close Lab5CtlFile
           End-if.

       970-RecordRunState.
           If JsPeriodSave = spaces
               Exit paragraph
           End-if
           Open extend JobStateFile
           If JsFileStatus = "35"
               Open output JobStateFile
               Close JobStateFile
               Open extend JobStateFile
           End-if
           Move spaces to JobStateRec
           Move JsPeriodSave to JsPeriodId
           Move JsOwnStep to JsStep
           Move WSDate to JsDate
           Move WSHr to JsTime(1:2)
           Move WSMin to JsTime(3:2)
           Move WSSec to JsTime(5:2)
           Move AppliedCount to JsRecCount
           Write JobStateRec
           Close JobStateFile.
