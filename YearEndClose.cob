      *      James Olsen
      *      Calendar year-end close of the YTD master.  Runs once the
      *      EFW2 file (Lab6w) and the annual summary (Lab6y) have been
      *      produced and signed off for the tax year.  The closing YTD
      *      master is proved employee by employee against the payroll
      *      history for the year (the live history plus anything Lab9a
      *      has already archived); if anything is out of balance the
      *      close stops with nothing changed.  Otherwise every YTD
      *      record is copied to the prior-year file stamped with the
      *      tax year, followed by a *PYR* control trailer carrying the
      *      count and gross, and every accumulator is reset to zero
      *      for the new year.  The close signs off on the job-state
      *      file so Lab6a will post a January period.  Take a Lab9b
      *      backup of the YTD master before running.
      *      The first close (no *PYR* trailer yet on the prior-year
      *      file) proves against all history on file, since the YTD
      *      master has never been reset, plus an optional one-time
      *      opening-balance file (lab6e-opening.dat) for whatever was
      *      accumulated before history was kept.

       Identification Division.
       Program-Id. Lab6e.

       Environment Division.
       Input-Output Section.
       File-Control.
           Select YtdFile
                Assign to "lab6a-ytd.dat"
                Organization is indexed
                Access mode is dynamic
                Record key is YtdEmpNum
                File Status is YtdFileStatus.
           Select HistFile
                Assign to "lab6a-history.dat"
                Organization is line sequential
                File Status is HsFileStatus.
           Select HistArch
                Assign to "lab6a-histarch.dat"
                Organization is line sequential
                File Status is HaFileStatus.
           Select PriorYtdFile
                Assign to "lab6a-ytdprior.dat"
                Organization is line sequential
                File Status is PyFileStatus.
           Select OpeningFile
                Assign to "lab6e-opening.dat"
                Organization is line sequential
                File Status is ObFileStatus.
           Select PayPeriodFile
                Assign to "payperiod.dat"
                Organization is line sequential
                File Status is PpdFileStatus.
           Select JobStateFile
                Assign to "jobstate.dat"
                Organization is line sequential
                File Status is JsFileStatus.
           Select CloseReport
                Assign to "lab6e-out.dat"
                Organization is line sequential.

       Data Division.
       File Section.
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
       FD  HistArch.
       01  HistArchRec     Pic X(150).
       FD  PriorYtdFile.
       01  PriorYtdRec.
           05  PyTaxYear    Pic 9(4).
           05               Pic X.
           05  PyYtdImage   Pic X(200).
       FD  OpeningFile.
       01  OpeningRec.
           05  ObEmpNum     Pic X(5).
           05               Pic X.
           05  ObName       Pic X(20).
           05               Pic X.
           05  ObAmt OCCURS 10 TIMES Pic 9(9)V99.
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
       FD  CloseReport.
       01  ReportRecord     Pic X(100).

       Working-Storage Section.
       01   YtdFileStatus  Pic XX.
       01   HsFileStatus   Pic XX.
       01   HaFileStatus   Pic XX.
       01   PyFileStatus   Pic XX.
       01   PpdFileStatus  Pic XX.
       01   ObFileStatus   Pic XX.
       01   JsFileStatus   Pic XX.
       01   YtdEOF         Pic X Value "N".
       01   HistEOF        Pic X Value "N".
       01   JsEOF          Pic X Value "N".
       01   PyEOF          Pic X Value "N".
       01   ObEOF          Pic X Value "N".
       01   FirstClose     Pic X Value "Y".
       01   OpeningCount   Pic 9(5) Value 0.
       01   PostName       Pic X(20).
       01   TaxYear        Pic 9(4) Value 0.
       01   WSDate.
            05  WSYr       Pic 9(4).
            05  WSMo       Pic 9(2).
            05  WSDay      Pic 9(2).
       01   JsPeriodSave.
            05  JsSaveYr    Pic 9(4).
            05              Pic X(2) Value "YE".
       01   JsOwnStep       Pic X(8) Value "LAB6E".
       01   JsEfw2Step      Pic X(8) Value "LAB6W".
       01   JsSummStep      Pic X(8) Value "LAB6Y".
       01   JsSelfDone      Pic X Value "N".
       01   JsEfw2Done      Pic X Value "N".
       01   JsSummDone      Pic X Value "N".
       01   JsRunDate       Pic 9(8) Value 0.
       01   JsRunTime.
            05  JsRunHr     Pic 99.
            05  JsRunMin    Pic 99.
            05  JsRunSec    Pic 99.
            05  JsRunCC     Pic 99.
       01   PdSplit.
            05  PdYr       Pic X(4).
            05  PdMoNum    Pic 99.
      *    The ten amounts proved, in this order on both sides:
      *    gross, 401k, federal, state, district, insurance, employee
      *    social security, employee Medicare, federal wages, and
      *    FICA wages.
       01   FieldCount     Pic 99 Value 10.
       01   FieldIdx       Pic 99.
       01   FieldLabels.
            05  FieldLabel OCCURS 10 TIMES Pic X(22).
       01   HistTable.
            05  HistEntry OCCURS 1000 TIMES.
                10  HtEmpNum     Pic X(5).
                10  HtEmpName    Pic X(20).
                10  HtMatched    Pic X.
                10  HtAmt OCCURS 10 TIMES Pic 9(9)V99.
       01   HistCount      Pic 9(4) Value 0.
       01   HistIdx        Pic 9(4).
       01   HistFoundIdx   Pic 9(4).
       01   HistFound      Pic X.
       01   EmpKey         Pic X(5).
       01   HistDropCount  Pic 9(4) Value 0.
       01   HistRecsRead   Pic 9(9) Value 0.
       01   HistRecsYear   Pic 9(9) Value 0.
       01   PostAmts.
            05  PostAmt OCCURS 10 TIMES Pic 9(9)V99.
       01   YtdAmts.
            05  YtdAmt OCCURS 10 TIMES Pic 9(9)V99.
       01   CompanyTotals.
            05  TotYtd OCCURS 10 TIMES Pic 9(11)V99.
            05  TotHst OCCURS 10 TIMES Pic 9(11)V99.
       01   EmpOutOfBal    Pic X.
       01   ExceptionCount Pic 9(5) Value 0.
       01   YtdRecCount    Pic 9(7) Value 0.
       01   FrozenCount    Pic 9(7) Value 0.
       01   ResetCount     Pic 9(7) Value 0.
       01   FrozenGross    Pic 9(11)V99 Value 0.
       01   DiffAmt        Pic S9(11)V99 Value 0.
       01   PyrTrailer.
            05             Pic X(5) Value "*PYR*".
            05  PyrTaxYear Pic 9(4).
            05             Pic X Value spaces.
            05  PyrCount   Pic 9(7).
            05             Pic X Value spaces.
            05  PyrGross   Pic 9(11)V99.
       01   ReportHeadLine.
            05             Pic X(36) Value "Year-End Close of the " &
                                           "YTD Master".
            05             Pic X(10) Value spaces.
            05             Pic X(10) Value "Tax year  ".
            05  RhYear     Pic 9(4).
       01   BlankLine      Pic X Value spaces.
       01   ExceptHead     Pic X(40) Value
                     "Employee proof exceptions:".
       01   ExceptColHead.
            05             Pic X(5) Value "Emp #".
            05             Pic X(3) Value spaces.
            05             Pic X(20) Value "Name".
            05             Pic X(2) Value spaces.
            05             Pic X(22) Value "Amount".
            05             Pic X(14) Value "    YTD Master".
            05             Pic X(14) Value "       History".
       01   ExceptLine.
            05  ExEmpNum   Pic X(5).
            05             Pic X(3) Value spaces.
            05  ExName     Pic X(20).
            05             Pic X(2) Value spaces.
            05  ExLabel    Pic X(22).
            05  ExYtd      Pic ZZZ,ZZZ,ZZ9.99.
            05  ExHst      Pic ZZZ,ZZZ,ZZ9.99.
       01   NoYtdLine.
            05  NyEmpNum   Pic X(5).
            05             Pic X(3) Value spaces.
            05  NyName     Pic X(20).
            05             Pic X(2) Value spaces.
            05             Pic X(36) Value
                     "Paid in history - no YTD record".
       01   TotalHead      Pic X(40) Value
                     "Company totals:".
       01   TotalColHead.
            05             Pic X(22) Value "Amount".
            05             Pic X(17) Value "       YTD Master".
            05             Pic X(17) Value "          History".
            05             Pic X(17) Value "       Difference".
       01   TotalLine.
            05  TlLabel    Pic X(22).
            05  TlYtd      Pic ZZ,ZZZ,ZZZ,ZZ9.99.
            05  TlHst      Pic ZZ,ZZZ,ZZZ,ZZ9.99.
            05  TlDiff     Pic +Z,ZZZ,ZZZ,ZZ9.99.
       01   CountLine.
            05  CntLabel   Pic X(40).
            05  CntValue   Pic Z,ZZZ,ZZ9.
       01   HistDropLine.
            05          Pic X(4) Value "*** ".
            05  HistDropStr Pic ZZZ9.
            05          Pic X(40) Value " employees NOT proved - " &
                                        "table full ***".
       01   RefusedLine    Pic X(60) Value
                     "*** Out of balance - YTD master NOT closed ***".
       01   ClosedLine.
            05             Pic X(26) Value "YTD master closed for tax ".
            05             Pic X(5) Value "year ".
            05  ClYear     Pic 9(4).
            05             Pic X(30) Value
                     " - accumulators reset to zero".
       01   NoYtdFileLine  Pic X(50) Value
                     "YTD master not available - close not run.".
       01   FirstCloseLine Pic X(70) Value
                     "First close - proved against all history on " &
                     "file and opening balances".

       Procedure Division.
       000-Main.
           Perform 100-GetTaxYear
           Perform 110-CheckRunState
           Perform 120-SetLabels
           Perform 130-CheckFirstClose
           Open output CloseReport
           Move TaxYear to RhYear
           Write ReportRecord from ReportHeadLine
                after advancing 1 line
           If FirstClose = "Y"
               Write ReportRecord from FirstCloseLine
                    after advancing 1 line
           End-if
           Write ReportRecord from BlankLine
                after advancing 1 line
           Perform 200-LoadHistory
           Perform 300-ProveYtd
           Perform 400-PrintTotals
           If ExceptionCount > 0 or HistDropCount > 0
               Write ReportRecord from BlankLine
                    after advancing 1 line
               Write ReportRecord from RefusedLine
                    after advancing 1 line
               Close CloseReport
               Move 12 to Return-Code
               Stop Run
           End-if
           Perform 500-FreezeAndReset
           Perform 600-PrintClose
           Close CloseReport
           Perform 940-RecordRunState
           Stop Run.

      *    Same tax year Lab6w and Lab6y take - the year of the
      *    current pay period's end date, or the year before when that
      *    period is January.  The year-end runs follow the setting up
      *    of the first January period, and Lab6a will not post it
      *    until the year just ended is closed.
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

      *    Both year-end reports must be on the job-state file for
      *    the tax year, and the close itself must not be.
       110-CheckRunState.
           Open input JobStateFile
           If JsFileStatus = "00"
               Perform until JsEOF = "Y"
                   Read JobStateFile
                       At end
                           Move "Y" to JsEOF
                       Not at end
                           If JsPeriodId = JsPeriodSave
                               If JsStep = JsOwnStep
                                   Move "Y" to JsSelfDone
                               End-if
                               If JsStep = JsEfw2Step
                                   Move "Y" to JsEfw2Done
                               End-if
                               If JsStep = JsSummStep
                                   Move "Y" to JsSummDone
                               End-if
                           End-if
                   End-read
               End-perform
           End-if
           Close JobStateFile
           If JsSelfDone = "Y"
               Display "Year-end close already run for " TaxYear
                       " - run refused"
               Move 12 to Return-Code
               Stop Run
           End-if
           If JsEfw2Done = "N"
               Display "LAB6W has not completed for " TaxYear
                       " - LAB6E refused"
               Move 12 to Return-Code
               Stop Run
           End-if
           If JsSummDone = "N"
               Display "LAB6Y has not completed for " TaxYear
                       " - LAB6E refused"
               Move 12 to Return-Code
               Stop Run
           End-if.

       120-SetLabels.
           Move "Gross pay" to FieldLabel(1)
           Move "401k deferrals" to FieldLabel(2)
           Move "Federal tax" to FieldLabel(3)
           Move "State tax" to FieldLabel(4)
           Move "District tax" to FieldLabel(5)
           Move "Insurance" to FieldLabel(6)
           Move "Social security W/H" to FieldLabel(7)
           Move "Medicare W/H" to FieldLabel(8)
           Move "Federal wages" to FieldLabel(9)
           Move "FICA wages" to FieldLabel(10)
           Perform Varying FieldIdx from 1 by 1
                   Until FieldIdx > FieldCount
               Move 0 to TotYtd(FieldIdx) TotHst(FieldIdx)
           End-perform.

      *    Any earlier close left its *PYR* trailer on the prior-year
      *    file; without one the YTD master has never been reset.
       130-CheckFirstClose.
           Open input PriorYtdFile
           If PyFileStatus = "00"
               Perform until PyEOF = "Y"
                   Read PriorYtdFile
                       At end
                           Move "Y" to PyEOF
                       Not at end
                           If PriorYtdRec(1:5) = "*PYR*"
                               Move "N" to FirstClose
                           End-if
                   End-read
               End-perform
           End-if
           Close PriorYtdFile.

      *    The live history and the Lab9a archive together hold every
      *    period ever posted; only the tax year's periods count,
      *    except on the first close, when every period up to the end
      *    of the tax year does, along with the opening balances.
       200-LoadHistory.
           Open input HistFile
           If HsFileStatus = "00"
               Move "N" to HistEOF
               Perform 210-ReadHistory Until HistEOF = "Y"
           End-if
           Close HistFile
           Open input HistArch
           If HaFileStatus = "00"
               Move "N" to HistEOF
               Perform 220-ReadArchive Until HistEOF = "Y"
           End-if
           Close HistArch
           If FirstClose = "Y"
               Perform 250-LoadOpening
           End-if.

       210-ReadHistory.
           Read HistFile
               At end
                   Move "Y" to HistEOF
               Not at end
                   Add 1 to HistRecsRead
                   Perform 230-PostHistory
           End-read.

       220-ReadArchive.
           Read HistArch
               At end
                   Move "Y" to HistEOF
               Not at end
                   If Not (HistArchRec(1:5) = "*ARC*")
                       Add 1 to HistRecsRead
                       Move HistArchRec to HistRec
                       Perform 230-PostHistory
                   End-if
           End-read.

       230-PostHistory.
           Move HstPeriodId to PdSplit
           If Not (PdYr = TaxYear)
               If FirstClose = "N" or PdYr > TaxYear
                   Exit paragraph
               End-if
           End-if
           Add 1 to HistRecsYear
           Perform 235-FillOldHistory
           Move HstGross to PostAmt(1)
           Move Hst401k to PostAmt(2)
           Move HstFedTax to PostAmt(3)
           Move HstStateTax to PostAmt(4)
           Move HstDistTax to PostAmt(5)
           Move HstInsurance to PostAmt(6)
           Move HstEeFica to PostAmt(7)
           Move HstEeMed to PostAmt(8)
           Move HstFedWages to PostAmt(9)
           Move HstFicaWages to PostAmt(10)
           Move HstEmpNum to EmpKey
           Move HstEmpName to PostName
           Perform 232-PostAmounts.

       232-PostAmounts.
           Perform 240-FindEmployee
           If HistFound = "N"
               If HistCount < 1000
                   Add 1 to HistCount
                   Move EmpKey to HtEmpNum(HistCount)
                   Move PostName to HtEmpName(HistCount)
                   Move "N" to HtMatched(HistCount)
                   Perform Varying FieldIdx from 1 by 1
                           Until FieldIdx > FieldCount
                       Move 0 to HtAmt(HistCount, FieldIdx)
                   End-perform
                   Move HistCount to HistFoundIdx
                   Move "Y" to HistFound
               Else
                   Add 1 to HistDropCount
               End-if
           End-if

           Perform Varying FieldIdx from 1 by 1
                   Until FieldIdx > FieldCount
               Add PostAmt(FieldIdx) to TotHst(FieldIdx)
               If HistFound = "Y"
                   Add PostAmt(FieldIdx)
                       to HtAmt(HistFoundIdx, FieldIdx)
               End-if
           End-perform.

      *    History written before the withholding and taxable-wage
      *    fields were carried has blanks there; such a period had no
      *    employee FICA withheld, and its 401k deferral came off the
      *    pay before federal tax, so its federal wages were gross
      *    less 401k and its FICA wages its gross.
       235-FillOldHistory.
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

       240-FindEmployee.
           Move "N" to HistFound
           Move 1 to HistFoundIdx
           Perform Varying HistIdx from 1 by 1
                   Until HistIdx > HistCount or HistFound = "Y"
               If HtEmpNum(HistIdx) = EmpKey
                   Move "Y" to HistFound
                   Move HistIdx to HistFoundIdx
               End-if
           End-perform.

      *    Amounts accumulated on the YTD master before history was
      *    kept, one record per employee in the proof's field order.
      *    Used only on the first close.
       250-LoadOpening.
           Open input OpeningFile
           If Not (ObFileStatus = "00")
               Close OpeningFile
               Exit paragraph
           End-if
           Perform 255-ReadOpening Until ObEOF = "Y"
           Close OpeningFile.

       255-ReadOpening.
           Read OpeningFile
               At end
                   Move "Y" to ObEOF
               Not at end
                   Add 1 to OpeningCount
                   Perform Varying FieldIdx from 1 by 1
                           Until FieldIdx > FieldCount
                       Move ObAmt(FieldIdx) to PostAmt(FieldIdx)
                   End-perform
                   Move ObEmpNum to EmpKey
                   Move ObName to PostName
                   Perform 232-PostAmounts
           End-read.

      *    Every YTD record must agree with its history for the year
      *    on all ten amounts; a YTD record with no history must be
      *    all zero, and anyone paid in history must have a YTD record.
       300-ProveYtd.
           Open input YtdFile
           If Not (YtdFileStatus = "00")
               Write ReportRecord from NoYtdFileLine
                    after advancing 1 line
               Close CloseReport
               Move 12 to Return-Code
               Stop Run
           End-if
           Write ReportRecord from ExceptHead
                after advancing 1 line
           Write ReportRecord from ExceptColHead
                after advancing 1 line
           Write ReportRecord from BlankLine
                after advancing 1 line
           Move "N" to YtdEOF
           Perform 310-ProveRecord Until YtdEOF = "Y"
           Close YtdFile

           Perform Varying HistIdx from 1 by 1
                   Until HistIdx > HistCount
               If HtMatched(HistIdx) = "N"
                   Move HtEmpNum(HistIdx) to NyEmpNum
                   Move HtEmpName(HistIdx) to NyName
                   Write ReportRecord from NoYtdLine
                        after advancing 1 line
                   Add 1 to ExceptionCount
               End-if
           End-perform.

       310-ProveRecord.
           Read YtdFile next record
               At end
                   Move "Y" to YtdEOF
               Not at end
                   Add 1 to YtdRecCount
                   Perform 320-LoadYtdAmts
                   Move YtdEmpNum to EmpKey
                   Perform 240-FindEmployee
                   Move "N" to EmpOutOfBal
                   Perform 330-CompareField
                       Varying FieldIdx from 1 by 1
                       Until FieldIdx > FieldCount
                   If EmpOutOfBal = "Y"
                       Add 1 to ExceptionCount
                   End-if
                   If HistFound = "Y"
                       Move "Y" to HtMatched(HistFoundIdx)
                   End-if
           End-read.

       320-LoadYtdAmts.
           Move YtdGrossPay to YtdAmt(1)
           Move Ytd401k to YtdAmt(2)
           Move YtdFedTax to YtdAmt(3)
           Move YtdStateTax to YtdAmt(4)
           Move YtdDistTax to YtdAmt(5)
           Move YtdInsurance to YtdAmt(6)
           Move YtdEeFica to YtdAmt(7)
           Move YtdEeMed to YtdAmt(8)
           Move YtdFedWages to YtdAmt(9)
           Move YtdFicaWages to YtdAmt(10)
           Perform Varying FieldIdx from 1 by 1
                   Until FieldIdx > FieldCount
               Add YtdAmt(FieldIdx) to TotYtd(FieldIdx)
           End-perform.

       330-CompareField.
           If HistFound = "Y"
               Move HtAmt(HistFoundIdx, FieldIdx) to PostAmt(FieldIdx)
               Move HtEmpName(HistFoundIdx) to ExName
           Else
               Move 0 to PostAmt(FieldIdx)
               Move "(no history)" to ExName
           End-if
           If YtdAmt(FieldIdx) Not = PostAmt(FieldIdx)
               Move "Y" to EmpOutOfBal
               Move YtdEmpNum to ExEmpNum
               Move FieldLabel(FieldIdx) to ExLabel
               Move YtdAmt(FieldIdx) to ExYtd
               Move PostAmt(FieldIdx) to ExHst
               Write ReportRecord from ExceptLine
                    after advancing 1 line
           End-if.

       400-PrintTotals.
           Write ReportRecord from BlankLine
                after advancing 1 line
           If HistDropCount > 0
               Move HistDropCount to HistDropStr
               Write ReportRecord from HistDropLine
                    after advancing 1 line
           End-if
           Write ReportRecord from TotalHead
                after advancing 1 line
           Write ReportRecord from TotalColHead
                after advancing 1 line
           Write ReportRecord from BlankLine
                after advancing 1 line
           Perform Varying FieldIdx from 1 by 1
                   Until FieldIdx > FieldCount
               Move FieldLabel(FieldIdx) to TlLabel
               Move TotYtd(FieldIdx) to TlYtd
               Move TotHst(FieldIdx) to TlHst
               Compute DiffAmt = TotYtd(FieldIdx) - TotHst(FieldIdx)
               Move DiffAmt to TlDiff
               Write ReportRecord from TotalLine
                    after advancing 1 line
           End-perform
           Write ReportRecord from BlankLine
                after advancing 1 line
           Move "YTD master records:" to CntLabel
           Move YtdRecCount to CntValue
           Write ReportRecord from CountLine
                after advancing 1 line
           If FirstClose = "Y"
               Move "History records proved (all years):"
                   to CntLabel
           Else
               Move "History records for the tax year:" to CntLabel
           End-if
           Move HistRecsYear to CntValue
           Write ReportRecord from CountLine
                after advancing 1 line
           If FirstClose = "Y"
               Move "Opening balance records:" to CntLabel
               Move OpeningCount to CntValue
               Write ReportRecord from CountLine
                    after advancing 1 line
           End-if
           Move "Employee exceptions:" to CntLabel
           Move ExceptionCount to CntValue
           Write ReportRecord from CountLine
                after advancing 1 line.

      *    One pass in key order: each record goes to the prior-year
      *    file exactly as it closed, then has its accumulators
      *    zeroed.  The last-posted period is kept so a rerun of the
      *    December register is still caught as already posted.
       500-FreezeAndReset.
           Open extend PriorYtdFile
           If PyFileStatus = "35"
               Open output PriorYtdFile
               Close PriorYtdFile
               Open extend PriorYtdFile
           End-if
           Open I-O YtdFile
           Move "N" to YtdEOF
           Perform 510-CloseRecord Until YtdEOF = "Y"
           Close YtdFile

           Move TaxYear to PyrTaxYear
           Move FrozenCount to PyrCount
           Move FrozenGross to PyrGross
           Write PriorYtdRec from PyrTrailer
           Close PriorYtdFile.

       510-CloseRecord.
           Read YtdFile next record
               At end
                   Move "Y" to YtdEOF
               Not at end
                   Move spaces to PriorYtdRec
                   Move TaxYear to PyTaxYear
                   Move YtdRec to PyYtdImage
                   Write PriorYtdRec
                   Add 1 to FrozenCount
                   Add YtdGrossPay to FrozenGross
                   Move 0 to YtdGrossPay Ytd401k YtdFedTax
                       YtdStateTax YtdDistTax YtdInsurance
                       YtdEmpFica YtdEmpMed YtdEmpFuta YtdEmpSuta
                       Ytd401kMatch YtdEeFica YtdEeMed
                       YtdFedWages YtdFicaWages
                       YtdCoGross YtdCoFicaWages
                   Rewrite YtdRec
                   Add 1 to ResetCount
           End-read.

       600-PrintClose.
           Write ReportRecord from BlankLine
                after advancing 1 line
           Move "Records frozen to prior-year file:" to CntLabel
           Move FrozenCount to CntValue
           Write ReportRecord from CountLine
                after advancing 1 line
           Move "Records reset for the new year:" to CntLabel
           Move ResetCount to CntValue
           Write ReportRecord from CountLine
                after advancing 1 line
           Move TaxYear to ClYear
           Write ReportRecord from ClosedLine
                after advancing 1 line.

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
           Move ResetCount to JsRecCount
           Write JobStateRec
           Close JobStateFile.
