      *      James Olsen
      *      Pay-rate history report.  Every rate change applied by
      *      Lab5m (adds and released changes) and by the Lab5e
      *      effective-date step leaves a dated record on the pay-rate
      *      history file - old and new pay code, rate, hours, and
      *      commission rate, the reason code, and the operators who
      *      keyed and approved it.  This run sorts that file by
      *      employee and effective date and prints each employee's
      *      rate history on one block, so what someone was earning in
      *      any prior period can be read straight off the page.  A
      *      parm record naming one employee limits the report to that
      *      employee; with no parm every employee on file is listed.

       Identification Division.
       Program-Id. Lab5h.

       Environment Division.
       Input-Output Section.
       File-Control.
           Select RateHistFile
                Assign to "lab5m-payhist.dat"
                Organization is line sequential
                File Status is RhFileStatus.
           Select TempHist
                Assign to disk.
           Select SortedHist
                Assign to "lab5h-sorted.dat"
                Organization is line sequential.
           Select ParmFile
                Assign to "lab5h-parm.dat"
                Organization is line sequential
                File Status is PmFileStatus.
           Select CleanFile
                Assign to "lab5-clean.dat"
                Organization is indexed
                Access mode is dynamic
                Record key is ClEmpNum
                Alternate record key is ClDeptNum with duplicates
                File Status is ClFileStatus.
           Select HistReport
                Assign to "lab5h-out.dat"
                Organization is line sequential.

       Data Division.
       File Section.
       FD  RateHistFile.
       01  RateHistRec      Pic X(77).
       SD  TempHist.
       01  TempHistRec.
           05  ThEmpNum     Pic X(5).
           05               Pic X.
           05  ThEffDate    Pic 9(8).
           05               Pic X.
           05               Pic X(54).
           05  ThPostDate   Pic 9(8).
       FD  SortedHist.
       01  SortedHistRec.
           05  ShEmpNum     Pic X(5).
           05               Pic X.
           05  ShEffDate    Pic 9(8).
           05               Pic X.
           05  ShOldPayCode Pic X.
           05               Pic X.
           05  ShNewPayCode Pic X.
           05               Pic X.
           05  ShOldPay     Pic 9(7)V99.
           05               Pic X.
           05  ShNewPay     Pic 9(7)V99.
           05               Pic X.
           05  ShOldHours   Pic 99V99.
           05               Pic X.
           05  ShNewHours   Pic 99V99.
           05               Pic X.
           05  ShOldComm    Pic V999.
           05               Pic X.
           05  ShNewComm    Pic V999.
           05               Pic X.
           05  ShReason     Pic X(3).
           05               Pic X.
           05  ShOper       Pic X(3).
           05               Pic X.
           05  ShAppr       Pic X(3).
           05               Pic X.
           05  ShPostDate   Pic 9(8).
       FD  ParmFile.
       01  ParmRec.
           05  PmEmpNum     Pic X(5).
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
       FD  HistReport.
       01  ReportRecord Pic X(100).

       Working-Storage Section.
       01   EOF            Pic X Value "N".
       01   RhFileStatus   Pic XX.
       01   PmFileStatus   Pic XX.
       01   ClFileStatus   Pic XX.
       01   CleanAvail     Pic X Value "N".
       01   SelEmpNum      Pic X(5) Value spaces.
       01   PastEmpNum     Pic X(5) Value spaces.
       01   WSDate.
            05  WSYr       Pic 9(4).
            05  WSMo       Pic 9(2).
            05  WSDay      Pic 9(2).
       01   DateSplit.
            05  DsYr       Pic 9(4).
            05  DsMo       Pic 99.
            05  DsDay      Pic 99.
       01   EmpCount       Pic 9(5) Value 0.
       01   ChangeCount    Pic 9(6) Value 0.
       01   EmpChanges     Pic 9(4) Value 0.
       01   ReportHeadLine.
            05  RhlMo      Pic Z9.
            05             Pic X Value "/".
            05  RhlDay     Pic 99.
            05             Pic X Value "/".
            05  RhlYr      Pic 9(4).
            05             Pic X(5) Value spaces.
            05             Pic X(30) Value "Employee Pay-Rate History".
       01   BlankLine      Pic X Value spaces.
       01   EmpHeadLine.
            05             Pic X(10) Value "Employee ".
            05  EhlEmpNum  Pic X(5).
            05             Pic X(2) Value spaces.
            05  EhlFirst   Pic X(15).
            05             Pic X Value spaces.
            05  EhlLast    Pic X(20).
            05             Pic X(2) Value spaces.
            05  EhlDept    Pic X(5).
       01   ColumnHead.
            05             Pic X(3) Value spaces.
            05             Pic X(12) Value "Effective".
            05             Pic X(5) Value "Code".
            05             Pic X(26) Value "Pay rate".
            05             Pic X(13) Value "Hours".
            05             Pic X(11) Value "Comm rate".
            05             Pic X(6) Value "Rsn".
            05             Pic X(9) Value "Keyed".
            05             Pic X(8) Value "Posted".
       01   DetailLine.
            05             Pic X(3) Value spaces.
            05  DtlMo      Pic Z9.
            05             Pic X Value "/".
            05  DtlDay     Pic 99.
            05             Pic X Value "/".
            05  DtlYr      Pic 9(4).
            05             Pic X(2) Value spaces.
            05  DtlOldCode Pic X.
            05             Pic X Value ">".
            05  DtlNewCode Pic X.
            05             Pic X(2) Value spaces.
            05  DtlOldPay  Pic Z,ZZZ,ZZ9.99.
            05             Pic X Value ">".
            05  DtlNewPay  Pic Z,ZZZ,ZZ9.99.
            05             Pic X Value spaces.
            05  DtlOldHrs  Pic Z9.99.
            05             Pic X Value ">".
            05  DtlNewHrs  Pic Z9.99.
            05             Pic X(2) Value spaces.
            05  DtlOldComm Pic .999.
            05             Pic X Value ">".
            05  DtlNewComm Pic .999.
            05             Pic X(2) Value spaces.
            05  DtlReason  Pic X(3).
            05             Pic X(2) Value spaces.
            05  DtlOper    Pic X(3).
            05             Pic X Value "/".
            05  DtlAppr    Pic X(3).
            05             Pic X(2) Value spaces.
            05  DtlPostMo  Pic Z9.
            05             Pic X Value "/".
            05  DtlPostDay Pic 99.
            05             Pic X Value "/".
            05  DtlPostYr  Pic 9(4).
       01   EmpTotalLine.
            05             Pic X(3) Value spaces.
            05             Pic X(20) Value "Rate changes:".
            05  EtlCount   Pic ZZZ9.
       01   NoHistLine     Pic X(50) Value
                     "No pay-rate history on file".
       01   EmpTotLine.
            05             Pic X(30) Value "Employees listed:".
            05  EmpTotal   Pic ZZZZ9.
       01   ChangeTotLine.
            05             Pic X(30) Value "Rate changes listed:".
            05  ChangeTotal Pic ZZZZZ9.

       Procedure Division.
       000-Main.
           Accept WSDate from date yyyymmdd
           Perform 050-ReadParm

           Open output HistReport
           Move WSMo to RhlMo
           Move WSDay to RhlDay
           Move WSYr to RhlYr
           Write ReportRecord from ReportHeadLine
                after advancing 1 line

           Open input RateHistFile
           If Not (RhFileStatus = "00")
               Close RateHistFile
               Write ReportRecord from BlankLine
                    after advancing 1 line
               Write ReportRecord from NoHistLine
                    after advancing 1 line
               Close HistReport
               Stop Run
           End-if
           Close RateHistFile

           Perform 060-SortHistory
           Open input CleanFile
           If ClFileStatus = "00"
               Move "Y" to CleanAvail
           End-if

           Open input SortedHist
           Perform until EOF = "Y"
               Read SortedHist
                   At end
                       Move "Y" to EOF
                   Not at end
                       If SelEmpNum = spaces or ShEmpNum = SelEmpNum
                           If ShEmpNum not = PastEmpNum
                               Perform 300-FinishEmployee
                               Perform 200-StartEmployee
                           End-if
                           Perform 250-PrintChange
                       End-if
               End-read
           End-perform
           Perform 300-FinishEmployee

           Move EmpCount to EmpTotal
           Move ChangeCount to ChangeTotal
           Write ReportRecord from BlankLine
                after advancing 1 line
           Write ReportRecord from EmpTotLine
                after advancing 1 line
           Write ReportRecord from ChangeTotLine
                after advancing 1 line
           If CleanAvail = "Y"
               Close CleanFile
           End-if
           Close SortedHist HistReport
           Stop Run.

       050-ReadParm.
           Open input ParmFile
           If PmFileStatus = "00"
               Read ParmFile
                   At end
                       Continue
                   Not at end
                       Move PmEmpNum to SelEmpNum
               End-read
           End-if
           Close ParmFile.

      *    Changes keyed the same day for the same effective date list
      *    in the order they were posted.
       060-SortHistory.
           Sort TempHist
               on ascending key ThEmpNum ThEffDate ThPostDate
               using RateHistFile
               giving SortedHist.

       200-StartEmployee.
           Move ShEmpNum to PastEmpNum
           Move 0 to EmpChanges
           Add 1 to EmpCount
           Move spaces to EhlFirst EhlLast EhlDept
           If CleanAvail = "Y"
               Move ShEmpNum to ClEmpNum
               Read CleanFile
                   Invalid key
                       Move "(not on master)" to EhlFirst
                   Not invalid key
                       Move ClFirstName to EhlFirst
                       Move ClLastName to EhlLast
                       Move ClDeptNum to EhlDept
               End-read
           End-if
           Move ShEmpNum to EhlEmpNum
           Write ReportRecord from BlankLine
                after advancing 1 line
           Write ReportRecord from EmpHeadLine
                after advancing 1 line
           Write ReportRecord from ColumnHead
                after advancing 1 line.

       250-PrintChange.
           Move ShEffDate to DateSplit
           Move DsMo to DtlMo
           Move DsDay to DtlDay
           Move DsYr to DtlYr
           Move ShOldPayCode to DtlOldCode
           Move ShNewPayCode to DtlNewCode
           Move ShOldPay to DtlOldPay
           Move ShNewPay to DtlNewPay
           Move ShOldHours to DtlOldHrs
           Move ShNewHours to DtlNewHrs
           Move ShOldComm to DtlOldComm
           Move ShNewComm to DtlNewComm
           Move ShReason to DtlReason
           Move ShOper to DtlOper
           Move ShAppr to DtlAppr
           Move ShPostDate to DateSplit
           Move DsMo to DtlPostMo
           Move DsDay to DtlPostDay
           Move DsYr to DtlPostYr
           Write ReportRecord from DetailLine
                after advancing 1 line
           Add 1 to EmpChanges
           Add 1 to ChangeCount.

       300-FinishEmployee.
           If PastEmpNum = spaces
               Exit paragraph
           End-if
           Move EmpChanges to EtlCount
           Write ReportRecord from EmpTotalLine
                after advancing 1 line.
