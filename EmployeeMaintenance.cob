      *      audit line for every field touched with date, time, and operator.
      *      The Lab5 run-control record is kept in step as transactions are
      *      applied so the downstream balancing checks still prove the file.
      *      Every transaction is checked against the operator
      *      authority table (lab5-operators.dat), which says which
      *      actions and field groups each operator may maintain.
      *      Pay-rate, bank, and garnishment fields do not go onto the
      *      master directly: they are held on the pending-approval
      *      file, and in a later run a second operator with approval
      *      authority releases them (action R) or rejects them
      *      (action X), naming the employee and optionally the pending
      *      sequence number.  Released changes carry both operator
      *      codes on their audit lines.  A pay-rate change may carry
      *      an effective date and a reason code; one released before
      *      its date waits on the future-dated file for the Lab5e
      *      step, and every rate change applied writes a dated record
      *      to the pay-rate history file.  Every rate that lands or
      *      is proposed is checked against the minimum-wage table
      *      (minwage.dat) for the work state and the federal floor,
      *      and a salaried employee against the exempt salary
      *      threshold; a shortfall is a warning, not a reject.
      *      A change that terminates an employee must carry a reason
      *      code from termreason.dat in the reason field; the code
      *      and its voluntary / involuntary type go on a TERM REASON
      *      audit line for the turnover report.

       Identification Division.
       Program-Id. Lab5m.
                Assign to "jobstate.dat"
                Organization is line sequential
                File Status is JsFileStatus.
           Select OperFile
                Assign to "lab5-operators.dat"
                Organization is line sequential
                File Status is OpFileStatus.
           Select PendFile
                Assign to "lab5m-pending.dat"
                Organization is line sequential
                File Status is PnFileStatus.
           Select FutureFile
                Assign to "lab5m-future.dat"
                Organization is line sequential
                File Status is FtFileStatus.
           Select MinWageFile
                Assign to "minwage.dat"
                Organization is line sequential
                File Status is MwFileStatus.
           Select TermRsnFile
                Assign to "termreason.dat"
                Organization is line sequential
                File Status is TrFileStatus.
           Select RateHistFile
                Assign to "lab5m-payhist.dat"
                Organization is line sequential
                File Status is RhFileStatus.

       Data Division.
       File Section.
               10  MtBenTier     Pic X.
               10  MtWcClass     Pic X(4).
               10  MtWorkState   Pic X(2).
               10  MtW4FilStat   Pic X.
               10  MtW4MultJob   Pic X.
               10  MtW4DepCredit Pic 9(5)V99.
               10  MtW4DepCreditX Redefines MtW4DepCredit Pic X(7).
               10  MtW4OthIncome Pic 9(7)V99.
               10  MtW4OthIncomeX Redefines MtW4OthIncome Pic X(9).
               10  MtW4Deduct    Pic 9(7)V99.
               10  MtW4DeductX   Redefines MtW4Deduct Pic X(9).
               10  MtW4ExtraWh   Pic 9(5)V99.
               10  MtW4ExtraWhX  Redefines MtW4ExtraWh Pic X(7).
               10  MtCoCode      Pic X(2).
           05  MtApprove Redefines MtImage.
               10                Pic X(52).
               10  MtApEmpNum    Pic X(5).
               10  MtApSeq       Pic 9(5).
               10  MtApSeqX      Redefines MtApSeq Pic X(5).
           05  MtEffDate     Pic 9(8).
           05  MtEffDateX    Redefines MtEffDate Pic X(8).
           05  MtReason      Pic X(3).
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
       FD  AuditLog.
       01  AuditRec     Pic X(120).
       FD  MaintReport.
       01  ReportRecord Pic X(100).
       FD  Lab5CtlFile.
           05  ErName      Pic X(35).
           05  ErStreet    Pic X(20).
           05  ErCityState Pic X(20).
           05  ErCoCode    Pic X(2).
       FD  PayPeriodFile.
       01  PayPeriodRec.
           05  PpdId        Pic X(6).
           05  JsTime      Pic 9(6).
           05              Pic X.
           05  JsRecCount  Pic 9(9).
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
       FD  PendFile.
       01  PendRec.
           05  PnSeq       Pic 9(5).
           05              Pic X.
           05  PnEmpNum    Pic X(5).
           05              Pic X.
           05  PnOper      Pic X(3).
           05              Pic X.
           05  PnDate      Pic 9(8).
           05              Pic X.
           05  PnTime      Pic 9(6).
           05              Pic X.
           05  PnGroups    Pic X(3).
           05              Pic X.
           05  PnTrans     Pic X(383).
       FD  FutureFile.
       01  FutureRec.
           05  FtEmpNum     Pic X(5).
           05               Pic X.
           05  FtEffDate    Pic 9(8).
           05               Pic X.
           05  FtPayCode    Pic X.
           05               Pic X.
           05  FtPayX       Pic X(9).
           05               Pic X.
           05  FtHoursX     Pic X(4).
           05               Pic X.
           05  FtCommissionX Pic X(3).
           05               Pic X.
           05  FtReason     Pic X(3).
           05               Pic X.
           05  FtOper       Pic X(3).
           05               Pic X.
           05  FtAppr       Pic X(3).
           05               Pic X.
           05  FtSeq        Pic 9(5).
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
       FD  MinWageFile.
       01  MinWageRec.
           05  MwState      Pic X(2).
           05  MwEffDate    Pic 9(8).
           05  MwHourly     Pic 9(3)V99.
           05  MwExemptWk   Pic 9(5)V99.
       FD  TermRsnFile.
       01  TermRsnRec.
           05  TrCode       Pic X(3).
           05  TrType       Pic X.
           05  TrDesc       Pic X(25).

       Working-Storage Section.
       01   EOF            Pic X Value "N".
            05  HTermMo      Pic XX.
            05  HTermDay     Pic XX.
            05  HBankStat    Pic X.
            05  HEmpSsn      Pic X(9).
            05  HBenTier     Pic X.
            05  HWcClass     Pic X(4).
            05  HWorkState   Pic X(2).
            05  HW4FilStat   Pic X.
            05  HW4MultJob   Pic X.
            05  HW4DepCredit Pic X(7).
            05  HW4OthIncome Pic X(9).
            05  HW4Deduct    Pic X(9).
            05  HW4ExtraWh   Pic X(7).
            05  HCoCode      Pic X(2).
       01   AuditLine.
            05  AudDate      Pic 9(8).
            05               Pic X Value spaces.
            05  AudBefore    Pic X(30).
            05               Pic X Value spaces.
            05  AudAfter     Pic X(30).
            05               Pic X Value spaces.
            05  AudAppr      Pic X(3) Value spaces.
       01   ErFileStatus   Pic XX.
       01   PpdFileStatus  Pic XX.
       01   JsFileStatus   Pic XX.
       01   JsPriorDone    Pic X Value "N".
       01   JsPeriodSave   Pic X(6) Value spaces.
       01   JsOwnStep      Pic X(8) Value "LAB5M".
       01   JsPriorStep    Pic X(8) Value "LAB5E".
       01   JsTransCount   Pic 9(9) Value 0.
       01   WkErEin        Pic X(9) Value spaces.
       01   WkErName       Pic X(35) Value spaces.
       01   ErEOF          Pic X Value "N".
       01   CoCount        Pic 99 Value 0.
       01   CoIdx          Pic 99.
       01   CoFound        Pic 99.
       01   CoTable.
            05  CoEntry OCCURS 20 TIMES.
                10  CtCoCode     Pic X(2).
                10  CtEin        Pic X(9).
                10  CtName       Pic X(35).
                10  CtNewHires   Pic 9(4).
       01   CoNewHireLine.
            05               Pic X(3) Value spaces.
            05               Pic X(8) Value "Company ".
            05  CnlCoCode    Pic X(2).
            05               Pic X Value spaces.
            05  CnlEin       Pic X(9).
            05               Pic X Value spaces.
            05  CnlName      Pic X(35).
            05               Pic X(2) Value spaces.
            05  CnlCount     Pic ZZZ9.
       01   RehireFlag     Pic X Value "N".
       01   NewHireCount   Pic 9(4) Value 0.
       01   NewHireLine.
       01   ErrorTotalLine.
            05               Pic X(30) Value "Transactions in error:".
            05  ErrorTotal   Pic ZZZ9.
       01   OpFileStatus     Pic XX.
       01   OpEOF            Pic X Value "N".
       01   OperCount        Pic 999 Value 0.
       01   OperIdx          Pic 999.
       01   OperFound        Pic 999.
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
       01   AuthOk           Pic X.
       01   PnFileStatus     Pic XX.
       01   PnEOF            Pic X Value "N".
       01   PendTable.
            05  PendEntry OCCURS 200 TIMES.
                10  PtSeq        Pic 9(5).
                10  PtEmpNum     Pic X(5).
                10  PtOper       Pic X(3).
                10  PtDate       Pic 9(8).
                10  PtTime       Pic 9(6).
                10  PtGroups     Pic X(3).
                10  PtTrans      Pic X(383).
                10  PtStatus     Pic X.
       01   PendCount        Pic 999 Value 0.
       01   PendIdx          Pic 999.
       01   PendNextSeq      Pic 9(5) Value 1.
       01   PendMatched      Pic 999.
       01   HeldGroups.
            05  HeldPay      Pic X.
            05  HeldBank     Pic X.
            05  HeldGarn     Pic X.
       01   HeldFields.
            05  SvPayCode    Pic X.
            05  SvPayX       Pic X(9).
            05  SvHoursX     Pic X(4).
            05  SvCommissionX Pic X(3).
            05  SvRoutingNum Pic X(9).
            05  SvAccountNum Pic X(17).
            05  SvBankStat   Pic X.
            05  SvGarnEntry  OCCURS 3 TIMES Pic X(24).
       01   GenPresent       Pic X.
       01   SaveEmpNum       Pic X(5).
       01   SaveTrans        Pic X(383).
       01   AprOper          Pic X(3).
       01   AprAction        Pic X.
       01   AprEmpNum        Pic X(5).
       01   AprSeqX          Pic X(5).
       01   AprSeq           Redefines AprSeqX Pic 9(5).
       01   PendRef.
            05               Pic X(4) Value "SEQ ".
            05  PrSeq        Pic 9(5).
            05               Pic X Value spaces.
            05  PrGroups     Pic X(3).
       01   HeldCount        Pic 9(4) Value 0.
       01   ReleaseCount     Pic 9(4) Value 0.
       01   RejectCount      Pic 9(4) Value 0.
       01   AwaitCount       Pic 9(4) Value 0.
       01   PendActLine.
            05  PalText      Pic X(20).
            05               Pic X(4) Value "seq ".
            05  PalSeq       Pic 9(5).
            05               Pic X(6) Value "  emp ".
            05  PalEmpNum    Pic X(5).
            05               Pic X(9) Value "  groups ".
            05  PalGroups    Pic X(3).
            05               Pic X(13) Value "  entered by ".
            05  PalOper      Pic X(3).
            05               Pic X(11) Value "  approver ".
            05  PalAppr      Pic X(3).
       01   HeldTotalLine.
            05               Pic X(30) Value "Changes held:".
            05  HeldTotal    Pic ZZZ9.
       01   ReleaseTotalLine.
            05               Pic X(30) Value "Held changes released:".
            05  ReleaseTotal Pic ZZZ9.
       01   RejectTotalLine.
            05               Pic X(30) Value "Held changes rejected:".
            05  RejectTotal  Pic ZZZ9.
       01   AwaitTotalLine.
            05               Pic X(30) Value "Still awaiting approval:".
            05  AwaitTotal   Pic ZZZ9.
       01   FtFileStatus     Pic XX.
       01   RhFileStatus     Pic XX.
       01   OldRate.
            05  OldPayCode   Pic X.
            05  OldPay       Pic 9(7)V99.
            05  OldHours     Pic 99V99.
            05  OldComm      Pic V999.
       01   FutureCount      Pic 9(4) Value 0.
       01   RateHistCount    Pic 9(4) Value 0.
       01   FutureLine.
            05               Pic X(20) Value "Future-dated:".
            05               Pic X(4) Value "seq ".
            05  FlSeq        Pic 9(5).
            05               Pic X(6) Value "  emp ".
            05  FlEmpNum     Pic X(5).
            05               Pic X(16) Value "  effective on ".
            05  FlMo         Pic Z9.
            05               Pic X Value "/".
            05  FlDay        Pic 99.
            05               Pic X Value "/".
            05  FlYr         Pic 9(4).
       01   FlDate.
            05  FlDateYr     Pic 9(4).
            05  FlDateMo     Pic 99.
            05  FlDateDay    Pic 99.
       01   FutureTotalLine.
            05               Pic X(30) Value "Released to future date:".
            05  FutureTotal  Pic ZZZ9.
       01   RateHistTotalLine.
            05               Pic X(30) Value "Rate history records:".
            05  RateHistTotal Pic ZZZ9.
       01   MwFileStatus     Pic XX.
       01   MwEOF            Pic X Value "N".
       01   MinWageTable.
            05  MinWageEntry OCCURS 200 TIMES.
                10  MtbState     Pic X(2).
                10  MtbEffDate   Pic 9(8).
                10  MtbHourly    Pic 9(3)V99.
                10  MtbExemptWk  Pic 9(5)V99.
       01   MinWageCount     Pic 999 Value 0.
       01   MinWageIdx       Pic 999.
       01   TrFileStatus     Pic XX.
       01   TrEOF            Pic X Value "N".
       01   TermRsnTable.
            05  TermRsnEntry OCCURS 50 TIMES.
                10  TrtCode      Pic X(3).
                10  TrtType      Pic X.
                10  TrtDesc      Pic X(25).
       01   TermRsnCount     Pic 99 Value 0.
       01   TermRsnIdx       Pic 99.
       01   TermRsnFound     Pic 99 Value 0.
       01   PayLaw.
            05  PlPayCode    Pic X.
            05  PlPay        Pic 9(7)V99.
            05  PlState      Pic X(2).
            05  PlAsOf       Pic 9(8).
            05  PlWeekly     Pic 9(7)V99.
            05  PlStateDate  Pic 9(8).
            05  PlStateMin   Pic 9(3)V99.
            05  PlStateEx    Pic 9(5)V99.
            05  PlFedDate    Pic 9(8).
            05  PlFedMin     Pic 9(3)V99.
            05  PlFedEx      Pic 9(5)V99.
            05  PlMinRate    Pic 9(3)V99.
            05  PlExempt     Pic 9(5)V99.
       01   PayLawCount      Pic 9(4) Value 0.
       01   PayLawLine.
            05  PwlEmpNum    Pic X(5).
            05               Pic X Value spaces.
            05  PwlText      Pic X(42).
            05  PwlState     Pic X(2).
            05               Pic X(2) Value spaces.
            05  PwlAmount    Pic $$$,$$9.99.
            05               Pic X(9) Value "  limit ".
            05  PwlLimit     Pic $$$,$$9.99.
            05               Pic X(7) Value "  as of".
            05               Pic X Value spaces.
            05  PwlAsOf      Pic 9(8).
       01   PayLawTotalLine.
            05               Pic X(30) Value "Pay-law warnings:".
            05  PayLawTotal  Pic ZZZ9.

       Procedure Division.
       000-Main.
                output MaintReport
                output NewHireFile
           Perform 050-OpenAudit
           Perform 052-OpenRateFiles
           Perform 060-ReadRunCtl
           Perform 070-ReadEmployer
           Perform 080-LoadOperators
           Perform 085-LoadPending
           Perform 090-LoadMinWage
           Perform 092-LoadTermReasons

           Write ReportRecord from ReportHeadLine
                after advancing 1 line
               Write ReportRecord from ErrorLine
                    after advancing 1 line
               Close MaintTrans CleanFile AuditLog MaintReport
                     NewHireFile FutureFile RateHistFile
               Stop Run
           End-if
           If OperCount = 0
               Move spaces to ErrEmpNum
               Move "Operator authority table not available - "
                   & "run aborted" to ErrText
               Write ReportRecord from ErrorLine
                    after advancing 1 line
               Close MaintTrans CleanFile AuditLog MaintReport
                     NewHireFile FutureFile RateHistFile
               Display "LAB5M no operator authority table - run "
                       "refused"
               Move 12 to Return-Code
               Stop Run
           End-if
           Write ReportRecord from BlankLine
                after advancing 1 line
           Write ReportRecord from NewHireTotalLine
                after advancing 1 line
           Perform 260-PrintCoNewHires
               Varying CoIdx from 1 by 1
               Until CoIdx > CoCount

           Perform 690-WritePending
           Move HeldCount to HeldTotal
           Move ReleaseCount to ReleaseTotal
           Move RejectCount to RejectTotal
           Move AwaitCount to AwaitTotal
           Write ReportRecord from BlankLine
                after advancing 1 line
           Write ReportRecord from HeldTotalLine
                after advancing 1 line
           Write ReportRecord from ReleaseTotalLine
                after advancing 1 line
           Write ReportRecord from RejectTotalLine
                after advancing 1 line
           Write ReportRecord from AwaitTotalLine
                after advancing 1 line
           Move FutureCount to FutureTotal
           Move RateHistCount to RateHistTotal
           Write ReportRecord from FutureTotalLine
                after advancing 1 line
           Write ReportRecord from RateHistTotalLine
                after advancing 1 line
           Move PayLawCount to PayLawTotal
           Write ReportRecord from PayLawTotalLine
                after advancing 1 line

           Perform 950-WriteRunCtl
           Perform 970-RecordRunState
           Close MaintTrans CleanFile AuditLog MaintReport NewHireFile
                 FutureFile RateHistFile
           Stop Run.

       050-OpenAudit.
               Open extend AuditLog
           End-if.

       052-OpenRateFiles.
           Open extend FutureFile
           If FtFileStatus = "35"
               Open output FutureFile
               Close FutureFile
               Open extend FutureFile
           End-if
           Open extend RateHistFile
           If RhFileStatus = "35"
               Open output RateHistFile
               Close RateHistFile
               Open extend RateHistFile
           End-if.

      *    The clean-file record count and sum-of-Pay hash written by
      *    Lab5 are adjusted as transactions land, so Lab6a and Lab10a
      *    still balance the file without a full data quality rerun.
           Close PayPeriodFile.

      *    The nightly stream records each finished step on the job-
      *    state file; maintenance must follow the effective-date step
      *    (which itself follows the data quality pass) and may only
      *    run once per pay period.
       065-CheckRunState.
           If JsPeriodSave = spaces
               Exit paragraph
               Stop Run
           End-if
           If JsPriorDone = "N"
               Display "LAB5E has not completed for period "
                       JsPeriodSave " - LAB5M refused"
               Move 12 to Return-Code
               Stop Run
               Open extend JobStateFile
           End-if
           Compute JsTransCount = AddCount + ChangeCount +
                   DeleteCount + ErrorCount + HeldCount +
                   ReleaseCount + RejectCount
           Move spaces to JobStateRec
           Move JsPeriodSave to JsPeriodId
           Move JsOwnStep to JsStep
           Write JobStateRec
           Close JobStateFile.

      *    The employer file holds one record per employing company,
      *    keyed by the two-character company code carried on the
      *    master.  A record with no code is the primary company, 01,
      *    so a single-employer file from before companies still loads.
       070-ReadEmployer.
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
                           Move 0 to CtNewHires(CoCount)
                       Else
                           Display "Company table full - employer "
                                   ErCoCode " ignored"
                       End-if
               End-read
           End-perform
           Close EmployerFile.

      *    Look up the company on CleanRec; CoFound is left at zero
      *    when the code is not on the employer file.
       075-FindCompany.
           If ClCoCode = spaces
               Move "01" to ClCoCode
           End-if
           Move 0 to CoFound
           Move spaces to WkErEin WkErName
           Perform Varying CoIdx from 1 by 1
                   Until CoIdx > CoCount or CoFound > 0
               If CtCoCode(CoIdx) = ClCoCode
                   Move CoIdx to CoFound
                   Move CtEin(CoIdx) to WkErEin
                   Move CtName(CoIdx) to WkErName
               End-if
           End-perform.

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

      *    Minimum hourly rates and weekly exempt salary thresholds by
      *    work state, each row good from its effective date; the "US"
      *    rows are the federal floor that applies everywhere.
       090-LoadMinWage.
           Open input MinWageFile
           If Not (MwFileStatus = "00")
               Close MinWageFile
               Exit paragraph
           End-if
           Perform until MwEOF = "Y"
               Read MinWageFile
                   At end
                       Move "Y" to MwEOF
                   Not at end
                       If MinWageCount < 200
                           Add 1 to MinWageCount
                           Move MwState to MtbState(MinWageCount)
                           Move MwEffDate to MtbEffDate(MinWageCount)
                           Move MwHourly to MtbHourly(MinWageCount)
                           Move MwExemptWk to MtbExemptWk(MinWageCount)
                       Else
                           Display "Minimum wage table full - row "
                                   MwState " " MwEffDate " ignored"
                       End-if
               End-read
           End-perform
           Close MinWageFile.

      *    Termination reason codes, each marked voluntary (V),
      *    involuntary (I) or other (O) for the turnover report.
       092-LoadTermReasons.
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
                           Move TrDesc to TrtDesc(TermRsnCount)
                       Else
                           Display "Termination reason table full - "
                                   "code " TrCode " ignored"
                       End-if
               End-read
           End-perform
           Close TermRsnFile.

      *    Changes held in earlier runs; only these can be released or
      *    rejected here, so nobody approves a change in the run that
      *    keyed it.  The file is rewritten at the end of the run with
      *    whatever is still waiting.
       085-LoadPending.
           Open input PendFile
           If Not (PnFileStatus = "00")
               Close PendFile
               Exit paragraph
           End-if
           Perform until PnEOF = "Y"
               Read PendFile
                   At end
                       Move "Y" to PnEOF
                   Not at end
                       If PendCount >= 200
                           Display "LAB5M pending-approval table full"
                                   " - run refused"
                           Move 12 to Return-Code
                           Stop Run
                       End-if
                       Add 1 to PendCount
                       Move PnSeq to PtSeq(PendCount)
                       Move PnEmpNum to PtEmpNum(PendCount)
                       Move PnOper to PtOper(PendCount)
                       Move PnDate to PtDate(PendCount)
                       Move PnTime to PtTime(PendCount)
                       Move PnGroups to PtGroups(PendCount)
                       Move PnTrans to PtTrans(PendCount)
                       Move "P" to PtStatus(PendCount)
                       If PnSeq >= PendNextSeq
                           Compute PendNextSeq = PnSeq + 1
                       End-if
               End-read
           End-perform
           Close PendFile.

       950-WriteRunCtl.
           If CtlPresent = "Y"
               Move spaces to Lab5CtlRec

       100-ApplyTrans.
           Move MtOperator to AudOper
           Move spaces to AudAppr
           Move MtEmpNum to AudEmpNum

           Perform 110-FindOperator
           If OperFound = 0
               Move "Rejected - operator not on authority table"
                   to ErrText
               Perform 900-WriteError
               Exit paragraph
           End-if
           Move "Y" to AuthOk
           Evaluate MtAction
                When "A"
                    Move OtAdd(OperFound) to AuthOk
                When "C"
                    Move OtChange(OperFound) to AuthOk
                When "D"
                    Move OtDelete(OperFound) to AuthOk
                When "R"
                When "X"
                    Move OtApprove(OperFound) to AuthOk
           End-evaluate
           If Not (AuthOk = "Y")
               Move "Rejected - operator not authorized for action"
                   to ErrText
               Perform 900-WriteError
               Exit paragraph
           End-if

           If (MtAction = "A" or MtAction = "C")
                   and MtEffDateX not = spaces
                   and MtEffDateX is not numeric
               Move "Rejected - effective date not numeric" to ErrText
               Perform 900-WriteError
               Exit paragraph
           End-if

           Move spaces to HeldGroups
           If MtAction = "A" or MtAction = "C"
               Perform 130-FindGroups
               If HeldPay = "P" and Not (OtPay(OperFound) = "Y")
                   Move "Rejected - operator not authorized for pay "
                       & "fields" to ErrText
                   Perform 900-WriteError
                   Exit paragraph
               End-if
               If HeldBank = "B" and Not (OtBank(OperFound) = "Y")
                   Move "Rejected - operator not authorized for bank "
                       & "fields" to ErrText
                   Perform 900-WriteError
                   Exit paragraph
               End-if
               If HeldGarn = "G" and Not (OtGarn(OperFound) = "Y")
                   Move "Rejected - operator not authorized for "
                       & "garnishments" to ErrText
                   Perform 900-WriteError
                   Exit paragraph
               End-if
           End-if

           Evaluate MtAction
                When "A"
                    Perform 200-AddEmployee
                    Perform 300-ChangeEmployee
                When "D"
                    Perform 400-DeleteEmployee
                When "R"
                When "X"
                    Perform 600-ActOnPending
                When other
                    Move "Invalid action code" to ErrText
                    Perform 900-WriteError
           End-evaluate.

       110-FindOperator.
           Move 0 to OperFound
           Perform Varying OperIdx from 1 by 1
                   Until OperIdx > OperCount or OperFound > 0
               If OtCode(OperIdx) = MtOperator
                   Move OperIdx to OperFound
               End-if
           End-perform.

      *    Which of the held field groups the transaction touches.  An
      *    add keeps its starting pay, since there is no earlier rate to
      *    protect; its bank and garnishment fields are held like any
      *    change.
       130-FindGroups.
           If MtAction = "C"
               If MtPayCode not = spaces or MtPayX not = spaces
                       or MtHoursX not = spaces
                       or MtCommissionX not = spaces
                   Move "P" to HeldPay
               End-if
           End-if
           If MtRoutingNum not = spaces or MtAccountNum not = spaces
                   or MtBankStat not = spaces
               Move "B" to HeldBank
           End-if
           Perform Varying GarnIdx from 1 by 1
                   Until GarnIdx > 3
               If MtGarnType(GarnIdx) not = spaces
                       or MtGarnPayee(GarnIdx) not = spaces
                       or MtGarnAmountX(GarnIdx) not = spaces
                   Move "G" to HeldGarn
               End-if
           End-perform.

      *    Lift the held groups off the transaction so the rest of it
      *    applies as usual; 500-HoldPending puts them back together as
      *    a pending change.  GenPresent says whether anything else was
      *    left on the transaction to apply now.
       140-LiftHeldFields.
           Move spaces to HeldFields
           If HeldPay = "P"
               Move MtPayCode to SvPayCode
               Move MtPayX to SvPayX
               Move MtHoursX to SvHoursX
               Move MtCommissionX to SvCommissionX
               Move spaces to MtPayCode MtPayX MtHoursX MtCommissionX
           End-if
           If HeldBank = "B"
               Move MtRoutingNum to SvRoutingNum
               Move MtAccountNum to SvAccountNum
               Move MtBankStat to SvBankStat
               Move spaces to MtRoutingNum MtAccountNum MtBankStat
           End-if
           If HeldGarn = "G"
               Perform Varying GarnIdx from 1 by 1
                       Until GarnIdx > 3
                   Move MtGarnEntry(GarnIdx) to SvGarnEntry(GarnIdx)
                   Move spaces to MtGarnEntry(GarnIdx)
               End-perform
           End-if
           Move MtEmpNum to SaveEmpNum
           Move spaces to MtEmpNum
           Move "Y" to GenPresent
           If MtImage = spaces
               Move "N" to GenPresent
           End-if
           Move SaveEmpNum to MtEmpNum.

       200-AddEmployee.
           Perform 140-LiftHeldFields
           Move MtImage to CleanRec
           If HeldGarn = "G"
               Perform Varying GarnIdx from 1 by 1
                       Until GarnIdx > 3
                   Move 0 to ClGarnAmount(GarnIdx)
               End-perform
           End-if
           Perform 075-FindCompany
           If CoFound = 0 and CoCount > 0
               Move "Add rejected - company code not on employer file"
                   to ErrText
               Perform 900-WriteError
               Exit paragraph
           End-if
           Write CleanRec
                Invalid key
                    Move "Add rejected - employee already on file"
                    Move spaces to AudBefore
                    Move "ADDED" to AudAfter
                    Perform 800-WriteAudit
                    Move spaces to OldPayCode
                    Move 0 to OldPay OldHours OldComm
                    If MtEffDateX = spaces
                        Move ClHireDate to MtEffDateX
                    End-if
                    Perform 700-WriteRateHist
                    Perform 380-CheckPayLaw
                    Perform 250-ReportNewHire
                    If ClRoutingNum not = spaces
                            and ClAccountNum not = spaces
                        Perform 340-PrenoteBank
                        Rewrite CleanRec
                    End-if
                    If HeldGroups not = spaces
                        Perform 500-HoldPending
                    End-if
           End-write.

       300-ChangeEmployee.
           Perform 140-LiftHeldFields
           Move MtEmpNum to ClEmpNum
           Read CleanFile
                Invalid key
                    Move "CHANGE" to AudAction
                    Move "N" to RehireFlag
                    Move CleanRec to HoldRec
                    Perform 310-CheckCompany
                    Perform 315-CheckTermReason
                    If CoFound = 0 and CoCount > 0
                        Move "Change rejected - company code not on "
                            & "employer file" to ErrText
                        Perform 900-WriteError
                    Else If TermRsnFound = 0
                        Move "Change rejected - termination needs a "
                            & "valid reason code" to ErrText
                        Perform 900-WriteError
                    Else
                        If GenPresent = "Y"
                            Perform 320-ApplyFields
                            Perform 360-ApplyGarnFields
                                Varying GarnIdx from 1 by 1
                                Until GarnIdx > 3
                            Rewrite CleanRec
                            Add 1 to ChangeCount
                            Perform 380-CheckPayLaw
                            If RehireFlag = "Y"
                                Perform 250-ReportNewHire
                            End-if
                        End-if
                        If HeldGroups not = spaces
                            Perform 500-HoldPending
                        End-if
                    End-if
                    End-if
           End-read.

      *    A company move is checked against the employer file before
      *    anything on the record is touched.
       310-CheckCompany.
           Move 1 to CoFound
           If MtCoCode not = spaces
               Move ClCoCode to HCoCode
               Move MtCoCode to ClCoCode
               Perform 075-FindCompany
               Move HCoCode to ClCoCode
           End-if.

      *    Terminating an employee takes a reason code (MtReason) so
      *    turnover can be split voluntary / involuntary; once the
      *    reason table is loaded the code must be on it.
       315-CheckTermReason.
           Move 1 to TermRsnFound
           If Not (MtEmpStatus = "T") or ClEmpStatus = "T"
               Exit paragraph
           End-if
           Move 0 to TermRsnFound
           If MtReason = spaces
               Exit paragraph
           End-if
           If TermRsnCount = 0
               Move 1 to TermRsnFound
               Exit paragraph
           End-if
           Perform Varying TermRsnIdx from 1 by 1
                   Until TermRsnIdx > TermRsnCount or TermRsnFound > 0
               If TrtCode(TermRsnIdx) = MtReason
                   Move TermRsnIdx to TermRsnFound
               End-if
           End-perform.

      *    Every add is reportable, and so is a rehire - a CHANGE that
      *    flips a terminated or on-leave employee back to active -
      *    since the state wants those inside the same 20-day window.
           Move ClCityState to NhCityState
           Move ClHireDate to NhHireDate
           Move WSDate to NhRptDate
           Perform 075-FindCompany
           Move WkErEin to NhErEin
           Move WkErName to NhErName
           Write NewHireRec
           Add 1 to NewHireCount
           If CoFound > 0
               Add 1 to CtNewHires(CoFound)
           End-if

           Move ClEmpNum to NhlEmpNum
           Move ClLastName to NhlName
           Write ReportRecord from NewHireLine
                after advancing 1 line.

       260-PrintCoNewHires.
           Move CtCoCode(CoIdx) to CnlCoCode
           Move CtEin(CoIdx) to CnlEin
           Move CtName(CoIdx) to CnlName
           Move CtNewHires(CoIdx) to CnlCount
           Write ReportRecord from CoNewHireLine
                after advancing 1 line.

       320-ApplyFields.
           If MtRegionNum not = spaces
                   and MtRegionNum not = ClRegionNum
                   Move "Y" to RehireFlag
               End-if
               Move MtEmpStatus to ClEmpStatus
               If ClEmpStatus = "T"
                   Move "TERM REASON" to AudField
                   Move spaces to AudBefore AudAfter
                   Move MtReason to AudAfter(1:3)
                   If TermRsnCount > 0
                       Move TrtType(TermRsnFound) to AudAfter(5:1)
                       Move TrtDesc(TermRsnFound) to AudAfter(7:24)
                   End-if
                   Perform 800-WriteAudit
               End-if
           End-if

           If MtTermYrX(1:1) = "*"
               Move MtWorkState to AudAfter
               Perform 800-WriteAudit
               Move MtWorkState to ClWorkState
           End-if

           If MtW4FilStat not = spaces
                   and MtW4FilStat not = ClW4FilStat
               Move "W4 FIL STAT" to AudField
               Move ClW4FilStat to AudBefore
               Move MtW4FilStat to AudAfter
               Perform 800-WriteAudit
               Move MtW4FilStat to ClW4FilStat
           End-if

           If MtW4MultJob not = spaces
                   and MtW4MultJob not = ClW4MultJob
               Move "W4 MULT JOB" to AudField
               Move ClW4MultJob to AudBefore
               Move MtW4MultJob to AudAfter
               Perform 800-WriteAudit
               Move MtW4MultJob to ClW4MultJob
           End-if

           If MtW4DepCreditX(1:1) = "*"
               Move "W4 DEP CRED" to AudField
               Move HW4DepCredit to AudBefore
               Move AudCleared to AudAfter
               Perform 800-WriteAudit
               Move 0 to ClW4DepCredit
           Else If MtW4DepCreditX not = spaces
                   and MtW4DepCreditX not = HW4DepCredit
               Move "W4 DEP CRED" to AudField
               Move HW4DepCredit to AudBefore
               Move MtW4DepCreditX to AudAfter
               Perform 800-WriteAudit
               Move MtW4DepCredit to ClW4DepCredit
           End-if
           End-if

           If MtW4OthIncomeX(1:1) = "*"
               Move "W4 OTH INC" to AudField
               Move HW4OthIncome to AudBefore
               Move AudCleared to AudAfter
               Perform 800-WriteAudit
               Move 0 to ClW4OthIncome
           Else If MtW4OthIncomeX not = spaces
                   and MtW4OthIncomeX not = HW4OthIncome
               Move "W4 OTH INC" to AudField
               Move HW4OthIncome to AudBefore
               Move MtW4OthIncomeX to AudAfter
               Perform 800-WriteAudit
               Move MtW4OthIncome to ClW4OthIncome
           End-if
           End-if

           If MtW4DeductX(1:1) = "*"
               Move "W4 DEDUCT" to AudField
               Move HW4Deduct to AudBefore
               Move AudCleared to AudAfter
               Perform 800-WriteAudit
               Move 0 to ClW4Deduct
           Else If MtW4DeductX not = spaces
                   and MtW4DeductX not = HW4Deduct
               Move "W4 DEDUCT" to AudField
               Move HW4Deduct to AudBefore
               Move MtW4DeductX to AudAfter
               Perform 800-WriteAudit
               Move MtW4Deduct to ClW4Deduct
           End-if
           End-if

           If MtW4ExtraWhX(1:1) = "*"
               Move "W4 EXTRA WH" to AudField
               Move HW4ExtraWh to AudBefore
               Move AudCleared to AudAfter
               Perform 800-WriteAudit
               Move 0 to ClW4ExtraWh
           Else If MtW4ExtraWhX not = spaces
                   and MtW4ExtraWhX not = HW4ExtraWh
               Move "W4 EXTRA WH" to AudField
               Move HW4ExtraWh to AudBefore
               Move MtW4ExtraWhX to AudAfter
               Perform 800-WriteAudit
               Move MtW4ExtraWh to ClW4ExtraWh
           End-if
           End-if

           If MtCoCode not = spaces and MtCoCode not = ClCoCode
               Move "COMPANY" to AudField
               Move ClCoCode to AudBefore
               Move MtCoCode to AudAfter
               Perform 800-WriteAudit
               Move MtCoCode to ClCoCode
           End-if.

       340-PrenoteBank.
                    Add 1 to DeleteCount
           End-read.

      *    The held fields go onto the pending table as a change
      *    transaction of their own, carrying nothing but the employee
      *    number and those fields, so releasing it later is simply a
      *    matter of applying it.
       500-HoldPending.
           If PendCount >= 200
               Move "Held fields dropped - pending table full"
                   to ErrText
               Perform 900-WriteError
               Exit paragraph
           End-if
           Move MaintRec to SaveTrans
           Move MtEmpNum to SaveEmpNum
           Move spaces to MtImage
           Move "C" to MtAction
           Move SaveEmpNum to MtEmpNum
           Move SvPayCode to MtPayCode
           Move SvPayX to MtPayX
           Move SvHoursX to MtHoursX
           Move SvCommissionX to MtCommissionX
           Move SvRoutingNum to MtRoutingNum
           Move SvAccountNum to MtAccountNum
           Move SvBankStat to MtBankStat
           Perform Varying GarnIdx from 1 by 1
                   Until GarnIdx > 3
               Move SvGarnEntry(GarnIdx) to MtGarnEntry(GarnIdx)
           End-perform

           Add 1 to PendCount
           Move PendNextSeq to PtSeq(PendCount)
           Add 1 to PendNextSeq
           Move SaveEmpNum to PtEmpNum(PendCount)
           Move MtOperator to PtOper(PendCount)
           Move WSDate to PtDate(PendCount)
           Move AudTime to PtTime(PendCount)
           Move HeldGroups to PtGroups(PendCount)
           Move MaintRec to PtTrans(PendCount)
           Move "N" to PtStatus(PendCount)
           If HeldPay = "P"
               Perform 385-CheckProposed
           End-if
           Move SaveTrans to MaintRec
           Add 1 to HeldCount

           Move PendCount to PendIdx
           Move "HOLD" to AudAction
           Move spaces to AudBefore AudAppr
           Perform 520-WritePendAudit
           Move "Held for approval" to PalText
           Perform 530-WritePendLine.

       520-WritePendAudit.
           Move "PENDING" to AudField
           Move PtSeq(PendIdx) to PrSeq
           Move PtGroups(PendIdx) to PrGroups
           Move PendRef to AudAfter
           Perform 800-WriteAudit.

       530-WritePendLine.
           Move PtSeq(PendIdx) to PalSeq
           Move PtEmpNum(PendIdx) to PalEmpNum
           Move PtGroups(PendIdx) to PalGroups
           Move PtOper(PendIdx) to PalOper
           Move AudAppr to PalAppr
           Write ReportRecord from PendActLine
                after advancing 1 line.

      *    A release (R) or reject (X) names the employee and, if only
      *    one of several held changes is meant, its sequence number.
      *    The approver must be a different operator from the one who
      *    keyed the change, and must hold authority over every field
      *    group it touches.
       600-ActOnPending.
           Move MaintRec to SaveTrans
           Move MtOperator to AprOper
           Move MtAction to AprAction
           Move MtApEmpNum to AprEmpNum
           Move MtApSeqX to AprSeqX
           If AprSeqX not = spaces and AprSeqX is not numeric
               Move "Approval rejected - sequence number not numeric"
                   to ErrText
               Perform 900-WriteError
               Exit paragraph
           End-if
           Move 0 to PendMatched
           Perform 610-ActOnEntry
               Varying PendIdx from 1 by 1
               Until PendIdx > PendCount
           If PendMatched = 0
               Move "Approval rejected - nothing held for employee"
                   to ErrText
               Perform 900-WriteError
           End-if.

       610-ActOnEntry.
           If Not (PtStatus(PendIdx) = "P")
                   or Not (PtEmpNum(PendIdx) = AprEmpNum)
               Exit paragraph
           End-if
           If AprSeqX not = spaces
               If Not (PtSeq(PendIdx) = AprSeq)
                   Exit paragraph
               End-if
           End-if
           Add 1 to PendMatched
           If PtOper(PendIdx) = AprOper
               Move "Approval rejected - approver keyed the change"
                   to ErrText
               Perform 900-WriteError
               Exit paragraph
           End-if
           If (PtGroups(PendIdx)(1:1) = "P"
                   and Not (OtPay(OperFound) = "Y"))
               or (PtGroups(PendIdx)(2:1) = "B"
                   and Not (OtBank(OperFound) = "Y"))
               or (PtGroups(PendIdx)(3:1) = "G"
                   and Not (OtGarn(OperFound) = "Y"))
               Move "Approval rejected - approver not authorized for "
                   & "fields" to ErrText
               Perform 900-WriteError
               Exit paragraph
           End-if

           Move PtOper(PendIdx) to AudOper
           Move AprOper to AudAppr
           If AprAction = "R"
               Perform 620-ReleaseEntry
           Else
               Move "J" to PtStatus(PendIdx)
               Add 1 to RejectCount
               Move "REJECT" to AudAction
               Move spaces to AudBefore
               Perform 520-WritePendAudit
               Move "Rejected" to PalText
               Perform 530-WritePendLine
           End-if
           Move AprOper to AudOper
           Move spaces to AudAppr.

       620-ReleaseEntry.
           Move PtTrans(PendIdx) to MaintRec
           Move MtEmpNum to ClEmpNum
           Read CleanFile
               Invalid key
                   Move SaveTrans to MaintRec
                   Move "Release rejected - employee not on file"
                       to ErrText
                   Perform 900-WriteError
                   Move "J" to PtStatus(PendIdx)
               Not invalid key
                   Move "CHANGE" to AudAction
                   Move "N" to RehireFlag
                   If PtGroups(PendIdx)(1:1) = "P"
                           and MtEffDateX is numeric
                           and MtEffDate > WSDate
                       Perform 640-HoldFuture
                   End-if
                   Move CleanRec to HoldRec
                   Move ClPayCode to OldPayCode
                   Move ClPay to OldPay
                   Move ClHours to OldHours
                   Move ClCommission to OldComm
                   Perform 320-ApplyFields
                   Perform 360-ApplyGarnFields
                       Varying GarnIdx from 1 by 1
                       Until GarnIdx > 3
                   Rewrite CleanRec
                   If Not (OldPayCode = ClPayCode and OldPay = ClPay
                           and OldHours = ClHours
                           and OldComm = ClCommission)
                       Perform 700-WriteRateHist
                       Perform 380-CheckPayLaw
                   End-if
                   Move "R" to PtStatus(PendIdx)
                   Add 1 to ReleaseCount
                   Move "APPROV" to AudAction
                   Move spaces to AudBefore
                   Perform 520-WritePendAudit
                   Move "Released" to PalText
                   Perform 530-WritePendLine
                   Move SaveTrans to MaintRec
           End-read.

      *    A released pay change dated ahead waits on the future-dated
      *    file; the Lab5e step applies it the night its date arrives.
      *    Its pay fields come off the transaction here so only the
      *    rest of the held change, if any, applies now.
       640-HoldFuture.
           Move spaces to FutureRec
           Move MtEmpNum to FtEmpNum
           Move MtEffDate to FtEffDate
           Move MtPayCode to FtPayCode
           Move MtPayX to FtPayX
           Move MtHoursX to FtHoursX
           Move MtCommissionX to FtCommissionX
           Move MtReason to FtReason
           Move PtOper(PendIdx) to FtOper
           Move AprOper to FtAppr
           Move PtSeq(PendIdx) to FtSeq
           Write FutureRec
           Add 1 to FutureCount
           Perform 385-CheckProposed
           Move spaces to MtPayCode MtPayX MtHoursX MtCommissionX

           Move PtSeq(PendIdx) to FlSeq
           Move MtEmpNum to FlEmpNum
           Move MtEffDate to FlDate
           Move FlDateMo to FlMo
           Move FlDateDay to FlDay
           Move FlDateYr to FlYr
           Write ReportRecord from FutureLine
                after advancing 1 line.

      *    The rate now on the master, as of today.
       380-CheckPayLaw.
           Move ClPayCode to PlPayCode
           Move ClPay to PlPay
           Move ClWorkState to PlState
           Move WSDate to PlAsOf
           Perform 390-TestPayLaw.

      *    A rate still on the transaction - held for approval or
      *    waiting on its effective date - tested as of that date,
      *    with anything the transaction leaves blank taken from the
      *    master.
       385-CheckProposed.
           Move ClPayCode to PlPayCode
           If MtPayCode not = spaces
               Move MtPayCode to PlPayCode
           End-if
           Move ClPay to PlPay
           If MtPayX is numeric
               Move MtPay to PlPay
           End-if
           Move ClWorkState to PlState
           If MtEffDateX is numeric and MtEffDate > 0
               Move MtEffDate to PlAsOf
           Else
               Move WSDate to PlAsOf
           End-if
           Perform 390-TestPayLaw.

      *    Hourly pay is held to the higher of the state and federal
      *    minimum; an annual salary, taken over 52 weeks, to the
      *    higher exempt threshold.  Commission plans are not tested.
       390-TestPayLaw.
           If MinWageCount = 0
               Exit paragraph
           End-if
           Move 0 to PlStateDate PlStateMin PlStateEx
                     PlFedDate PlFedMin PlFedEx
           Perform Varying MinWageIdx from 1 by 1
                   Until MinWageIdx > MinWageCount
               If MtbEffDate(MinWageIdx) <= PlAsOf
                   If MtbState(MinWageIdx) = PlState
                           and MtbEffDate(MinWageIdx) >= PlStateDate
                       Move MtbEffDate(MinWageIdx) to PlStateDate
                       Move MtbHourly(MinWageIdx) to PlStateMin
                       Move MtbExemptWk(MinWageIdx) to PlStateEx
                   End-if
                   If MtbState(MinWageIdx) = "US"
                           and MtbEffDate(MinWageIdx) >= PlFedDate
                       Move MtbEffDate(MinWageIdx) to PlFedDate
                       Move MtbHourly(MinWageIdx) to PlFedMin
                       Move MtbExemptWk(MinWageIdx) to PlFedEx
                   End-if
               End-if
           End-perform
           Move PlFedMin to PlMinRate
           If PlStateMin > PlMinRate
               Move PlStateMin to PlMinRate
           End-if
           Move PlFedEx to PlExempt
           If PlStateEx > PlExempt
               Move PlStateEx to PlExempt
           End-if

           Evaluate PlPayCode
               When "H"
                   If PlMinRate > 0 and PlPay < PlMinRate
                       Move "Warning - hourly rate below minimum wage"
                           to PwlText
                       Move PlPay to PwlAmount
                       Move PlMinRate to PwlLimit
                       Perform 395-WritePayLaw
                   End-if
               When "S"
                   Compute PlWeekly Rounded = PlPay / 52
                   If PlExempt > 0 and PlWeekly < PlExempt
                       Move "Warning - weekly salary below exempt level"
                           to PwlText
                       Move PlWeekly to PwlAmount
                       Move PlExempt to PwlLimit
                       Perform 395-WritePayLaw
                   End-if
           End-evaluate.

       395-WritePayLaw.
           Add 1 to PayLawCount
           Move ClEmpNum to PwlEmpNum
           Move PlState to PwlState
           Move PlAsOf to PwlAsOf
           Write ReportRecord from PayLawLine
                after advancing 1 line.

      *    Released and rejected changes drop off; everything still
      *    waiting, including what this run held, is written back.
       690-WritePending.
           Open output PendFile
           Perform 695-WritePendEntry
               Varying PendIdx from 1 by 1
               Until PendIdx > PendCount
           Close PendFile.

       695-WritePendEntry.
           If PtStatus(PendIdx) = "P" or PtStatus(PendIdx) = "N"
               Move spaces to PendRec
               Move PtSeq(PendIdx) to PnSeq
               Move PtEmpNum(PendIdx) to PnEmpNum
               Move PtOper(PendIdx) to PnOper
               Move PtDate(PendIdx) to PnDate
               Move PtTime(PendIdx) to PnTime
               Move PtGroups(PendIdx) to PnGroups
               Move PtTrans(PendIdx) to PnTrans
               Write PendRec
               Add 1 to AwaitCount
           End-if.

      *    One record per rate change as applied: the rate before and
      *    after, when it took effect, why, and who keyed and approved
      *    it.  A change with no effective date took effect today.
       700-WriteRateHist.
           Move spaces to RateHistRec
           Move ClEmpNum to RhEmpNum
           If MtEffDateX is numeric and MtEffDate > 0
               Move MtEffDate to RhEffDate
           Else
               Move WSDate to RhEffDate
           End-if
           Move OldPayCode to RhOldPayCode
           Move ClPayCode to RhNewPayCode
           Move OldPay to RhOldPay
           Move ClPay to RhNewPay
           Move OldHours to RhOldHours
           Move ClHours to RhNewHours
           Move OldComm to RhOldComm
           Move ClCommission to RhNewComm
           Move MtReason to RhReason
           Move AudOper to RhOper
           Move AudAppr to RhAppr
           Move WSDate to RhPostDate
           Write RateHistRec
           Add 1 to RateHistCount.

       800-WriteAudit.
           Write AuditRec from AuditLine.

