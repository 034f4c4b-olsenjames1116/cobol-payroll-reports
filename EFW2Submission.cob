      *      James Olsen
      *      Year-end electronic wage file run: totals the tax year's
      *      payroll history (live file and Lab9a archive) by employing
      *      company and employee, joins the clean employee master for
      *      names, addresses, and social security numbers, and writes
      *      the federal EFW2-format submission file - a submitter
      *      record, then for each company on the employer file an
      *      employer record, one federal wage record and one state
      *      record per employee, and a totals record, then the file
      *      total - so January no longer means typing W-2s by hand.
      *      An employee who worked for two companies gets a W-2 from
      *      each.  Employees the file cannot be built for (no master
      *      record, bad SSN) are listed on the control report and left
      *      out of the submission.

       Identification Division.
       Program-Id. Lab6w.
       Environment Division.
       Input-Output Section.
       File-Control.
           Select HistFile
                Assign to "lab6a-history.dat"
                Organization is line sequential
                File Status is HsFileStatus.
           Select HistArch
                Assign to "lab6a-histarch.dat"
                Organization is line sequential
                File Status is HaFileStatus.
           Select EmployerFile
                Assign to "lab5m-employer.dat"
                Organization is line sequential
                File Status is ErFileStatus.
           Select CleanFile
                Assign to "lab5-clean.dat"
                Organization is indexed
                Assign to "payperiod.dat"
                Organization is line sequential
                File Status is PpdFileStatus.
           Select JobStateFile
                Assign to "jobstate.dat"
                Organization is line sequential
                File Status is JsFileStatus.
           Select EmpTaxFile
                Assign to "lab6a-emptax.dat"
                Organization is line sequential.

       Data Division.
       File Section.
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
       FD  EmployerFile.
       01  EmployerRec.
           05  ErEin       Pic X(9).
           05  ErName      Pic X(35).
           05  ErStreet    Pic X(20).
           05  ErCityState Pic X(20).
           05  ErCoCode    Pic X(2).
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
       FD  ParmFile.
       01  ParmRec.
           05  PmEin         Pic X(9).
           05  PmStreet      Pic X(20).
           05  PmCityState   Pic X(20).
       FD  Efw2File.
       01  Efw2Rec          Pic X(180).
       FD  ControlReport.
       01  ReportRecord     Pic X(90).
       FD  PayPeriodFile.
           05  PpdStartDate Pic 9(8).
           05  PpdEndDate   Pic 9(8).
           05  PpdStatus    Pic X.
       FD  EmpTaxFile.
       01  EmpTaxRec.
           05  EtFicaRate   Pic V9999.
           05  EtFicaBase   Pic 9(9).
           05  EtMedRate    Pic V9999.
           05  EtFutaRate   Pic V9999.
           05  EtFutaBase   Pic 9(9).
           05  EtSutaRate   Pic V9999.
           05  EtSutaBase   Pic 9(9).
           05  EtAddMedRate Pic V9999.
           05  EtAddMedBase Pic 9(9).
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
       01   JsFileStatus    Pic XX.
       01   JsPeriodSave.
            05  JsSaveYr    Pic 9(4).
            05              Pic X(2) Value "YE".
       01   JsOwnStep       Pic X(8) Value "LAB6W".
       01   JsRunDate       Pic 9(8) Value 0.
       01   JsRunTime.
            05  JsRunHr     Pic 99.
            05  JsRunMin    Pic 99.
            05  JsRunSec    Pic 99.
            05  JsRunCC     Pic 99.
       01   ClFileStatus   Pic XX.
       01   HsFileStatus   Pic XX.
       01   HaFileStatus   Pic XX.
       01   ErFileStatus   Pic XX.
       01   HistEOF        Pic X Value "N".
       01   ErEOF          Pic X Value "N".
       01   PdSplit.
            05  PdYr       Pic 9(4).
            05  PdMo       Pic 99.
       01   HstCo          Pic X(2).
       01   CoTable.
            05  CoEntry OCCURS 20 TIMES.
                10  CtCoCode     Pic X(2).
                10  CtEin        Pic X(9).
                10  CtName       Pic X(35).
                10  CtStreet     Pic X(20).
                10  CtCity       Pic X(20).
       01   CoCount        Pic 99 Value 0.
       01   CoIdx          Pic 99.
       01   CoFound        Pic X.
      *    The year's wages, one entry per company and employee.
       01   WageTable.
            05  WageEntry OCCURS 2000 TIMES.
                10  WtCoCode     Pic X(2).
                10  WtEmpNum     Pic X(5).
                10  WtFedWages   Pic 9(9)V99.
                10  WtFedTax     Pic 9(9)V99.
                10  Wt401k       Pic 9(9)V99.
                10  WtStateTax   Pic 9(9)V99.
                10  WtFicaWages  Pic 9(9)V99.
                10  WtEeFica     Pic 9(9)V99.
                10  WtEeMed      Pic 9(9)V99.
       01   WageCount      Pic 9(4) Value 0.
       01   WageIdx        Pic 9(4).
       01   WageFoundIdx   Pic 9(4).
       01   WageFound      Pic X.
       01   CoWageCount    Pic 9(7) Value 0.
       01   PmFileStatus   Pic XX.
       01   PpdFileStatus  Pic XX.
       01   EmpTaxEOF      Pic X Value "N".
       01   WkFicaBase     Pic 9(9) Value 0.
       01   SsWages        Pic 9(9)V99 Value 0.
       01   TaxYear        Pic 9(4) Value 0.
       01   WSDate.
            05  WSYr       Pic 9(4).
       01   TotFedTax      Pic 9(13)V99 Value 0.
       01   TotDeferrals   Pic 9(13)V99 Value 0.
       01   TotStateTax    Pic 9(13)V99 Value 0.
       01   TotSsWages     Pic 9(13)V99 Value 0.
       01   TotSsTax       Pic 9(13)V99 Value 0.
       01   TotMedWages    Pic 9(13)V99 Value 0.
       01   TotMedTax      Pic 9(13)V99 Value 0.
       01   CoTotals.
            05  CoTotWages     Pic 9(13)V99.
            05  CoTotFedTax    Pic 9(13)V99.
            05  CoTotDeferrals Pic 9(13)V99.
            05  CoTotStateTax  Pic 9(13)V99.
            05  CoTotSsWages   Pic 9(13)V99.
            05  CoTotSsTax     Pic 9(13)V99.
            05  CoTotMedWages  Pic 9(13)V99.
            05  CoTotMedTax    Pic 9(13)V99.
       01   RaRecord.
            05             Pic X(2) Value "RA".
            05  RaEin      Pic X(9).
            05  RwWages    Pic 9(9)V99.
            05  RwFedTax   Pic 9(9)V99.
            05  RwDeferral Pic 9(9)V99.
            05  RwSsWages  Pic 9(9)V99.
            05  RwSsTax    Pic 9(9)V99.
            05  RwMedWages Pic 9(9)V99.
            05  RwMedTax   Pic 9(9)V99.
       01   RsRecord.
            05             Pic X(2) Value "RS".
            05  RsSsn      Pic X(9).
            05  RtWages    Pic 9(13)V99.
            05  RtFedTax   Pic 9(13)V99.
            05  RtDeferral Pic 9(13)V99.
            05  RtSsWages  Pic 9(13)V99.
            05  RtSsTax    Pic 9(13)V99.
            05  RtMedWages Pic 9(13)V99.
            05  RtMedTax   Pic 9(13)V99.
       01   RfRecord.
            05             Pic X(2) Value "RF".
            05  RfCount    Pic 9(9).
       01   AmountLine.
            05  AmtLabel   Pic X(30).
            05  AmtValue   Pic Z,ZZZ,ZZZ,ZZ9.99.
       01   CompanyLine.
            05             Pic X(9) Value "Company: ".
            05  CmlCoCode  Pic X(2).
            05             Pic X(8) Value "   FEIN ".
            05  CmlEin     Pic X(9).
            05             Pic X(2) Value spaces.
            05  CmlCount   Pic Z(6)9.
            05             Pic X(15) Value " wage records  ".
            05  CmlWages   Pic Z,ZZZ,ZZZ,ZZ9.99.
       01   WageFullLine   Pic X(60) Value
                     "Wage table full - EFW2 file not produced".

       Procedure Division.
       000-Main.
           Perform 100-GetTaxYear
           Perform 110-LoadParm
           Perform 120-LoadEmpTaxRates
           Perform 130-LoadCompanies
           Perform 140-LoadHistory
           Open input CleanFile
                output Efw2File
                output ControlReport
           Move TaxYear to RhYear
                after advancing 1 line
           Write ReportRecord from BlankLine
                after advancing 1 line
           Perform 200-WriteSubmitter
           Perform 250-ReportCompany
               Varying CoIdx from 1 by 1
               Until CoIdx > CoCount
           Perform 450-WriteFileTotal
           Perform 500-PrintSummary
           Close CleanFile Efw2File ControlReport
           Perform 940-RecordRunState
           Stop Run.

      *    The year of the current pay period's end date, or the year
      *    before when that period is January: the year-end runs
      *    follow the setting up of the first January period.
       100-GetTaxYear.
           Open input PayPeriodFile
           If PpdFileStatus = "00"
               Accept WSDate from date yyyymmdd
           End-if
           Close PayPeriodFile
           Move WSYr to TaxYear
           If WSMo = 1
               Subtract 1 from TaxYear
           End-if
           Move TaxYear to JsSaveYr.

       110-LoadParm.
           Open input ParmFile
           End-if
           Close ParmFile.

      *    Only the social security wage base is needed here; it caps
      *    the box 3 wages the same way the register capped the tax.
       120-LoadEmpTaxRates.
           Open input EmpTaxFile
           Perform until EmpTaxEOF = "Y"
               Read EmpTaxFile
                   At end
                       Move "Y" to EmpTaxEOF
                   Not at end
                       Move EtFicaBase to WkFicaBase
               End-read
           End-perform
           Close EmpTaxFile.

      *    Each employing company is its own employer on the file.
      *    The employer file names them; the parm record stays the
      *    submitter, and stands in for the primary company, 01, when
      *    the employer file does not carry it.
       130-LoadCompanies.
           Open input EmployerFile
           If ErFileStatus = "00"
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
                               Move ErStreet to CtStreet(CoCount)
                               Move ErCityState to CtCity(CoCount)
                           End-if
                   End-read
               End-perform
           End-if
           Close EmployerFile.

      *    The live history and the Lab9a archive together hold every
      *    period posted in the tax year.
       140-LoadHistory.
           Open input HistFile
           If HsFileStatus = "00"
               Perform until HistEOF = "Y"
                   Read HistFile
                       At end
                           Move "Y" to HistEOF
                       Not at end
                           Perform 150-PostHistory
                   End-read
               End-perform
           End-if
           Close HistFile
           Open input HistArch
           If HaFileStatus = "00"
               Move "N" to HistEOF
               Perform until HistEOF = "Y"
                   Read HistArch
                       At end
                           Move "Y" to HistEOF
                       Not at end
                           If Not (HistArchRec(1:5) = "*ARC*")
                               Move HistArchRec to HistRec
                               Perform 150-PostHistory
                           End-if
                   End-read
               End-perform
           End-if
           Close HistArch.

       150-PostHistory.
           Move HstPeriodId to PdSplit
           If Not (PdYr = TaxYear)
               Exit paragraph
           End-if
           Perform 155-FillOldHistory
           Move HstCoCode to HstCo
           If HstCo = spaces
               Move "01" to HstCo
           End-if
           Perform 160-FindCompany

           Move "N" to WageFound
           Perform Varying WageIdx from 1 by 1
                   Until WageIdx > WageCount or WageFound = "Y"
               If WtEmpNum(WageIdx) = HstEmpNum
                       and WtCoCode(WageIdx) = HstCo
                   Move "Y" to WageFound
                   Move WageIdx to WageFoundIdx
               End-if
           End-perform
           If WageFound = "N"
               If WageCount >= 2000
                   Display "LAB6W " WageFullLine
                   Move 12 to Return-Code
                   Stop Run
               End-if
               Add 1 to WageCount
               Move WageCount to WageFoundIdx
               Move HstCo to WtCoCode(WageCount)
               Move HstEmpNum to WtEmpNum(WageCount)
               Move 0 to WtFedWages(WageCount) WtFedTax(WageCount)
                   Wt401k(WageCount) WtStateTax(WageCount)
                   WtFicaWages(WageCount) WtEeFica(WageCount)
                   WtEeMed(WageCount)
           End-if
           Add HstFedWages to WtFedWages(WageFoundIdx)
           Add HstFedTax to WtFedTax(WageFoundIdx)
           Add Hst401k to Wt401k(WageFoundIdx)
           Add HstStateTax to WtStateTax(WageFoundIdx)
           Add HstFicaWages to WtFicaWages(WageFoundIdx)
           Add HstEeFica to WtEeFica(WageFoundIdx)
           Add HstEeMed to WtEeMed(WageFoundIdx).

      *    History written before the withholding and taxable-wage
      *    fields were carried has blanks there; such a period had no
      *    employee FICA withheld, and its 401k deferral came off the
      *    pay before federal tax, so its federal wages were gross
      *    less 401k and its FICA wages its gross.
       155-FillOldHistory.
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

       160-FindCompany.
           Move "N" to CoFound
           Perform Varying CoIdx from 1 by 1
                   Until CoIdx > CoCount or CoFound = "Y"
               If CtCoCode(CoIdx) = HstCo
                   Move "Y" to CoFound
               End-if
           End-perform
           If CoFound = "N"
               If CoCount >= 20
                   Display "LAB6W company table full at company "
                           HstCo " - EFW2 file not produced"
                   Move 12 to Return-Code
                   Stop Run
               End-if
               Add 1 to CoCount
               Move HstCo to CtCoCode(CoCount)
               If HstCo = "01"
                   Move EmployerEin to CtEin(CoCount)
                   Move EmployerName to CtName(CoCount)
                   Move EmployerStreet to CtStreet(CoCount)
                   Move EmployerCity to CtCity(CoCount)
               Else
                   Move spaces to CtEin(CoCount) CtName(CoCount)
                       CtStreet(CoCount) CtCity(CoCount)
               End-if
           End-if.

       200-WriteSubmitter.
           Move EmployerEin to RaEin
           Move EmployerName to RaName
           Move EmployerStreet to RaStreet
           Move EmployerCity to RaCity
           Write Efw2Rec from RaRecord
           Add 1 to TotalRecCount.

      *    Employer record, the company's employees, and its totals.
       250-ReportCompany.
           Move 0 to CoWageCount
           Perform Varying WageIdx from 1 by 1
                   Until WageIdx > WageCount or CoWageCount > 0
               If WtCoCode(WageIdx) = CtCoCode(CoIdx)
                   Add 1 to CoWageCount
               End-if
           End-perform
           If CoWageCount = 0
               Exit paragraph
           End-if

           Move TaxYear to ReYear
           Move CtEin(CoIdx) to ReEin
           Move CtName(CoIdx) to ReName
           Move CtStreet(CoIdx) to ReStreet
           Move CtCity(CoIdx) to ReCity
           Write Efw2Rec from ReRecord
           Add 1 to TotalRecCount

           Move 0 to CoWageCount
           Initialize CoTotals
           Perform 300-ProcessEmployee
               Varying WageIdx from 1 by 1
               Until WageIdx > WageCount
           Perform 400-WriteTotals

           Move CtCoCode(CoIdx) to CmlCoCode
           Move CtEin(CoIdx) to CmlEin
           Move CoWageCount to CmlCount
           Move CoTotWages to CmlWages
           Write ReportRecord from CompanyLine
                after advancing 1 line.

       300-ProcessEmployee.
           If Not (WtCoCode(WageIdx) = CtCoCode(CoIdx))
               Exit paragraph
           End-if
           Move WtEmpNum(WageIdx) to ClEmpNum
           Read CleanFile
               Invalid key
                   Add 1 to SkippedCount
                   Move WtEmpNum(WageIdx) to SkpEmpNum
                   Move "Not on employee master" to SkpReason
                   Write ReportRecord from SkipLine
                        after advancing 1 line
                   If ClEmpSsn is not numeric
                           or ClEmpSsn = "000000000"
                       Add 1 to SkippedCount
                       Move WtEmpNum(WageIdx) to SkpEmpNum
                       Move "Missing or invalid SSN" to SkpReason
                       Write ReportRecord from SkipLine
                            after advancing 1 line
                   End-if
           End-read.

      *    Social security wages are capped at the wage base for
      *    each company separately, as each withheld against it.
       310-WriteWageRecords.
           Move ClEmpSsn to RwSsn
           Move ClFirstName to RwFirst
           Move ClLastName to RwLast
           Move ClStreet to RwStreet
           Move ClCityState to RwCity
           Move WtFedWages(WageIdx) to RwWages
           Move WtFedTax(WageIdx) to RwFedTax
           Move Wt401k(WageIdx) to RwDeferral
           If WtFicaWages(WageIdx) > WkFicaBase
               Move WkFicaBase to SsWages
           Else
               Move WtFicaWages(WageIdx) to SsWages
           End-if
           Move SsWages to RwSsWages
           Move WtEeFica(WageIdx) to RwSsTax
           Move WtFicaWages(WageIdx) to RwMedWages
           Move WtEeMed(WageIdx) to RwMedTax
           Write Efw2Rec from RwRecord
           Add 1 to TotalRecCount

           Move ClEmpSsn to RsSsn
           Move WtFedWages(WageIdx) to RsWages
           Move WtStateTax(WageIdx) to RsStateTax
           Write Efw2Rec from RsRecord
           Add 1 to TotalRecCount

           Add 1 to CoWageCount
           Add WtFedWages(WageIdx) to CoTotWages
           Add WtFedTax(WageIdx) to CoTotFedTax
           Add Wt401k(WageIdx) to CoTotDeferrals
           Add WtStateTax(WageIdx) to CoTotStateTax
           Add SsWages to CoTotSsWages
           Add WtEeFica(WageIdx) to CoTotSsTax
           Add WtFicaWages(WageIdx) to CoTotMedWages
           Add WtEeMed(WageIdx) to CoTotMedTax.

       400-WriteTotals.
           Move CoWageCount to RtCount
           Move CoTotWages to RtWages
           Move CoTotFedTax to RtFedTax
           Move CoTotDeferrals to RtDeferral
           Move CoTotSsWages to RtSsWages
           Move CoTotSsTax to RtSsTax
           Move CoTotMedWages to RtMedWages
           Move CoTotMedTax to RtMedTax
           Write Efw2Rec from RtRecord
           Add 1 to TotalRecCount

           Add CoWageCount to WageRecCount
           Add CoTotWages to TotWages
           Add CoTotFedTax to TotFedTax
           Add CoTotDeferrals to TotDeferrals
           Add CoTotStateTax to TotStateTax
           Add CoTotSsWages to TotSsWages
           Add CoTotSsTax to TotSsTax
           Add CoTotMedWages to TotMedWages
           Add CoTotMedTax to TotMedTax.

       450-WriteFileTotal.
           Add 1 to TotalRecCount
           Move TotalRecCount to RfCount
           Write Efw2Rec from RfRecord.
                after advancing 1 line
           Move "Total 401k deferrals:  " to AmtLabel
           Move TotDeferrals to AmtValue
           Write ReportRecord from AmountLine
                after advancing 1 line
           Move "Total social security wages:  " to AmtLabel
           Move TotSsWages to AmtValue
           Write ReportRecord from AmountLine
                after advancing 1 line
           Move "Total social security tax:  " to AmtLabel
           Move TotSsTax to AmtValue
           Write ReportRecord from AmountLine
                after advancing 1 line
           Move "Total Medicare wages:  " to AmtLabel
           Move TotMedWages to AmtValue
           Write ReportRecord from AmountLine
                after advancing 1 line
           Move "Total Medicare tax:  " to AmtLabel
           Move TotMedTax to AmtValue
           Write ReportRecord from AmountLine
                after advancing 1 line.

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
           Move WageRecCount to JsRecCount
           Write JobStateRec
           Close JobStateFile.
