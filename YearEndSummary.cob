           Select SummaryReport
                Assign to "lab6y-out.dat"
                Organization is line sequential.
           Select JobStateFile
                Assign to "jobstate.dat"
                Organization is line sequential
                File Status is JsFileStatus.
           Select PayPeriodFile
                Assign to "payperiod.dat"
                Organization is line sequential
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
       FD  SummaryReport.
       01  ReportRecord     Pic X(132).
       FD  PayPeriodFile.
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
       01   EOF         Pic X Value "N".
       01   RecsRead    Pic 9(9) Value 0.
       01   JsFileStatus    Pic XX.
       01   JsPeriodSave.
            05  JsSaveYr    Pic 9(4).
            05              Pic X(2) Value "YE".
       01   JsOwnStep       Pic X(8) Value "LAB6Y".
       01   JsRunDate       Pic 9(8) Value 0.
       01   JsRunTime.
            05  JsRunHr     Pic 99.
            05  JsRunMin    Pic 99.
            05  JsRunSec    Pic 99.
            05  JsRunCC     Pic 99.
       01   PpdFileStatus   Pic XX.
       01   RptFields.
            05  PageNo      Pic 9(3) Value 0.
            05              Pic X(10) Value "Fed W/H".
            05              Pic X(9) Value spaces.
            05              Pic X(10) Value "State W/H".
            05              Pic X(9) Value spaces.
            05              Pic X(10) Value "Soc Sec".
            05              Pic X(9) Value spaces.
            05              Pic X(10) Value "Medicare".
       01   DetailLine.
            05              Pic X(1) Value spaces.
            05   EmpNoStr   Pic X(5).
            05   FedStr     Pic $$$,$$9.99.
            05              Pic X(5) Value spaces.
            05   StateStr   Pic $$$,$$9.99.
            05              Pic X(5) Value spaces.
            05   SsStr      Pic $$$,$$9.99.
            05              Pic X(5) Value spaces.
            05   MedStr     Pic $$$,$$9.99.
       01   BlankLine   Pic X Value spaces.

       Procedure Division.
                    At end
                        Move "Y" to EOF
                    Not at end
                        Add 1 to RecsRead
                        Perform 200-Process
                        Perform 775-Print
                End-Read
           End-Perform

           Close YtdFile SummaryReport
           Perform 940-RecordRunState
           Stop Run.

      *    The sign-off is for the year of the current pay period, or
      *    the year before when that period is January: the year-end
      *    runs follow the setting up of the first January period.
       100-GetDate.
           Open input PayPeriodFile
           If PpdFileStatus = "00"

           Move WSYr to PHYr
           Move WSMo to PHMo
           Move WSDay to PHDay
           Move WSYr to JsSaveYr
           If WSMo = 1
               Subtract 1 from JsSaveYr
           End-if.

       200-Process.
           Move YtdEmpNum to EmpNoStr
           Move YtdGrossPay to GrossStr
           Move Ytd401k to Amt401kStr
           Move YtdFedTax to FedStr
           Move YtdStateTax to StateStr
           Move YtdEeFica to SsStr
           Move YtdEeMed to MedStr.

       775-Print.
           If LineNo >= LinesPerPg
           Write ReportRecord from BlankLine
                after advancing 1 line
           Move 5 to LineNo.

      *    The year-end runs sign off on the job-state file under the
      *    tax year ("yyyyYE") rather than a pay period; the year-end
      *    close will not roll the YTD master until both the EFW2 file
      *    and the annual summary have been produced for that year.
       940-RecordRunState.
           Open extend JobStateFile
           If JsFileStatus = "35"
               Open output JobStateFile
               Close JobStateFile
               Open extend JobStateFile
           End-if
           Accept JsRunDate from date yyyymmdd
           Accept JsRunTime from time
           Move spaces to JobStateRec
           Move JsPeriodSave to JsPeriodId
           Move JsOwnStep to JsStep
           Move JsRunDate to JsDate
           Move JsRunHr to JsTime(1:2)
           Move JsRunMin to JsTime(3:2)
           Move JsRunSec to JsTime(5:2)
           Move RecsRead to JsRecCount
           Write JobStateRec
           Close JobStateFile.
