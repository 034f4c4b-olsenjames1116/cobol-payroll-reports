      *      James Olsen
      *      Quarterly employer tax return extract: reads the payroll
      *      history detail appended by the monthly register (and the
      *      Lab9a archive of it) for the year through the quarter the
      *      current pay period falls in, and for each employing
      *      company on the employer file produces a 941-style summary
      *      (taxable wages and tax by category with a deposit schedule
      *      by pay period) plus an employee-level state unemployment
      *      wage detail file with wages over the SUTA base broken out,
      *      so the quarterly filings no longer get rebuilt by hand
      *      from printouts.  Wage bases are applied per company from
      *      the wages that company paid earlier in the year.

       Identification Division.
       Program-Id. Lab6q.
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
           Select EmpTaxFile
                Assign to "lab6a-emptax.dat"
                Organization is line sequential.
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
       FD  EmpTaxFile.
       01  EmpTaxRec.
           05  EtFicaRate   Pic V9999.
           05  EtFutaBase   Pic 9(9).
           05  EtSutaRate   Pic V9999.
           05  EtSutaBase   Pic 9(9).
           05  EtAddMedRate Pic V9999.
           05  EtAddMedBase Pic 9(9).
       FD  PayPeriodFile.
       01  PayPeriodRec.
           05  PpdId        Pic X(6).
           05  SwTaxable    Pic 9(9)V99.
           05               Pic X Value spaces.
           05  SwExcess     Pic 9(9)V99.
           05               Pic X Value spaces.
           05  SwCoCode     Pic X(2).
           05               Pic X Value spaces.
           05  SwEin        Pic X(9).

       Working-Storage Section.
       01   HsFileStatus   Pic XX.
       01   HaFileStatus   Pic XX.
       01   ErFileStatus   Pic XX.
       01   PpdFileStatus  Pic XX.
       01   ErEOF          Pic X Value "N".
       01   HistEOF        Pic X Value "N".
       01   EmpTaxEOF      Pic X Value "N".
       01   ScanEOF        Pic X Value "N".
       01   WkFutaBase     Pic 9(9) Value 0.
       01   WkSutaRate     Pic V9999 Value 0.
       01   WkSutaBase     Pic 9(9) Value 0.
       01   WkAddMedRate   Pic V9999 Value 0.
       01   WkAddMedBase   Pic 9(9) Value 0.
       01   CoTable.
            05  CoEntry OCCURS 20 TIMES.
                10  CtCoCode     Pic X(2).
                10  CtEin        Pic X(9).
                10  CtName       Pic X(35).
       01   CoCount        Pic 99 Value 0.
       01   CoIdx          Pic 99.
       01   CoFound        Pic X.
       01   CoDropCount    Pic 9(4) Value 0.
       01   HstCo          Pic X(2).
      *    One entry per company and employee: this quarter's wages,
      *    plus what the same company paid the employee earlier in the
      *    year, which is where the wage bases start from.
       01   EmpTable.
            05  EmpEntry OCCURS 2000 TIMES.
                10  QtCoCode     Pic X(2).
                10  QtEmpNum     Pic X(5).
                10  QtEmpName    Pic X(20).
                10  QtInQtr      Pic X.
                10  QtWages      Pic 9(9)V99.
                10  QtFedTax     Pic 9(7)V99.
                10  QtFedWages   Pic 9(9)V99.
                10  QtFicaWages  Pic 9(9)V99.
                10  QtEeFica     Pic 9(7)V99.
                10  QtEeMed      Pic 9(7)V99.
                10  QtPriorWages Pic 9(9)V99.
                10  QtPriorFica  Pic 9(9)V99.
       01   EmpCount       Pic 9(4) Value 0.
       01   EmpIdx         Pic 9(4).
       01   EmpFoundIdx    Pic 9(4).
       01   EmpFound       Pic X.
       01   EmpDropCount   Pic 9(4) Value 0.
       01   PeriodTable.
            05  PeriodEntry OCCURS 60 TIMES.
                10  QpCoCode     Pic X(2).
                10  QpPeriodId   Pic X(6).
                10  QpWages      Pic 9(9)V99.
                10  QpFedTax     Pic 9(9)V99.
                10  QpEeFica     Pic 9(9)V99.
                10  QpEeMed      Pic 9(9)V99.
       01   PeriodCount    Pic 99 Value 0.
       01   PdIdx          Pic 99.
       01   PdFoundIdx     Pic 99.
       01   PdFound        Pic X.
       01   TotQtrWages    Pic 9(9)V99 Value 0.
       01   TotQtrFedTax   Pic 9(9)V99 Value 0.
       01   TotQtrFedWages Pic 9(9)V99 Value 0.
       01   TotFicaWages   Pic 9(9)V99 Value 0.
       01   TotMedWages    Pic 9(9)V99 Value 0.
       01   TotAddMedWages Pic 9(9)V99 Value 0.
       01   TotFutaWages   Pic 9(9)V99 Value 0.
       01   TotSutaWages   Pic 9(9)V99 Value 0.
       01   TotSutaExcess  Pic 9(9)V99 Value 0.
       01   TotFicaTax     Pic 9(9)V99 Value 0.
       01   TotMedTax      Pic 9(9)V99 Value 0.
       01   TotAddMedTax   Pic 9(9)V99 Value 0.
       01   TotErFicaTax   Pic 9(9)V99 Value 0.
       01   TotErMedTax    Pic 9(9)V99 Value 0.
       01   TotEeFicaHeld  Pic 9(9)V99 Value 0.
       01   TotEeMedHeld   Pic 9(9)V99 Value 0.
       01   TotFutaTax     Pic 9(9)V99 Value 0.
       01   TotSutaTax     Pic 9(9)V99 Value 0.
       01   TotDeposits    Pic 9(9)V99 Value 0.
       01   PriorYtd       Pic 9(9)V99 Value 0.
       01   PriorYtdFica   Pic 9(9)V99 Value 0.
       01   YearFicaWages  Pic 9(9)V99 Value 0.
       01   CapWages       Pic 9(9)V99 Value 0.
       01   ExcessWages    Pic 9(9)V99 Value 0.
       01   AddMedWages    Pic 9(9)V99 Value 0.
       01   PdLiability    Pic 9(9)V99 Value 0.
       01   ReportHeadLine.
            05  RhMo       Pic Z9.
            05  QtlYear    Pic X(4).
            05             Pic X(2) Value " Q".
            05  QtlNo      Pic 9.
       01   CompanyLine.
            05             Pic X(9) Value "Company: ".
            05  CmlCoCode  Pic X(2).
            05             Pic X(8) Value "   FEIN ".
            05  CmlEin     Pic X(9).
            05             Pic X(3) Value spaces.
            05  CmlName    Pic X(35).
       01   CompanyRule    Pic X(70) Value all "=".
       01   BlankLine      Pic X Value spaces.
       01   NoHistoryLine  Pic X(55) Value
                     "No payroll history on file - run the register " &
            05  EmpDropStr Pic ZZZ9.
            05             Pic X(42) Value " employees NOT " &
                                          "extracted - table full ***".
       01   CoDropLine.
            05             Pic X(4) Value "*** ".
            05  CoDropStr  Pic ZZZ9.
            05             Pic X(53) Value " history lines NOT " &
                               "extracted - company table full ***".

       Procedure Division.
       000-Main.
           Perform 050-LoadEmpTaxRates
           Perform 060-GetPeriod
           Perform 070-SetQuarter
           Perform 080-LoadCompanies
           Perform 100-LoadQuarterHistory

           Open output QtrReport
                output SutaWageFile
           Write ReportRecord from BlankLine
                after advancing 1 line

           Perform 200-ReportCompany
               Varying CoIdx from 1 by 1
               Until CoIdx > CoCount

           If EmpDropCount > 0
               Move EmpDropCount to EmpDropStr
               Write ReportRecord from EmpDropLine
                    after advancing 1 line
           End-if
           If CoDropCount > 0
               Move CoDropCount to CoDropStr
               Write ReportRecord from CoDropLine
                    after advancing 1 line
           End-if

           Close QtrReport SutaWageFile
           Stop Run.

       050-LoadEmpTaxRates.
                       Move EtFutaBase to WkFutaBase
                       Move EtSutaRate to WkSutaRate
                       Move EtSutaBase to WkSutaBase
                       Move EtAddMedRate to WkAddMedRate
                       Move EtAddMedBase to WkAddMedBase
               End-read
           End-perform
           Close EmpTaxFile.
                   Move 4 to QtrNo
           End-evaluate.

      *    One employer record per employing company; no company code
      *    means the primary company, 01.  A code found on history but
      *    not on the employer file is added with no FEIN as it comes.
       080-LoadCompanies.
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
                       End-if
               End-read
           End-perform
           Close EmployerFile.

       100-LoadQuarterHistory.
           Open input HistFile
           If HsFileStatus Not = "00"
                   At end
                       Move "Y" to HistEOF
                   Not at end
                       Perform 102-SelectHistory
               End-read
           End-perform
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
                               Perform 102-SelectHistory
                           End-if
                   End-read
               End-perform
           End-if
           Close HistArch.

      *    Everything posted in the year up to the end of the quarter
      *    is kept: the quarter's own periods are reported, the earlier
      *    ones only place each employee against the wage bases.
       102-SelectHistory.
           Move HstPeriodId to PdSplit
           If PdYr = QtrYear and PdMoNum <= QtrEndMo
               Perform 105-FillOldHistory
               Move HstCoCode to HstCo
               If HstCo = spaces
                   Move "01" to HstCo
               End-if
               Perform 108-FindCompany
               If CoFound = "Y"
                   Perform 110-PostToTables
               Else
                   Add 1 to CoDropCount
               End-if
           End-if.

       108-FindCompany.
           Move "N" to CoFound
           Perform Varying CoIdx from 1 by 1
                   Until CoIdx > CoCount or CoFound = "Y"
               If CtCoCode(CoIdx) = HstCo
                   Move "Y" to CoFound
               End-if
           End-perform
           If CoFound = "N" and CoCount < 20
               Add 1 to CoCount
               Move HstCo to CtCoCode(CoCount)
               Move spaces to CtEin(CoCount) CtName(CoCount)
               Move "Y" to CoFound
           End-if.

      *    History written before the withholding and taxable-wage
      *    fields were carried has blanks there; such a period had no
      *    employee FICA withheld, and its 401k deferral came off the
      *    pay before federal tax, so its federal wages were gross
      *    less 401k and its FICA wages its gross.
       105-FillOldHistory.
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

       110-PostToTables.
           Move "N" to EmpFound
           Perform Varying EmpIdx from 1 by 1
                   Until EmpIdx > EmpCount or EmpFound = "Y"
               If QtEmpNum(EmpIdx) = HstEmpNum
                       and QtCoCode(EmpIdx) = HstCo
                   Move "Y" to EmpFound
                   Move EmpIdx to EmpFoundIdx
               End-if
           End-perform

           If EmpFound = "N"
               If EmpCount < 2000
                   Add 1 to EmpCount
                   Move HstCo to QtCoCode(EmpCount)
                   Move HstEmpNum to QtEmpNum(EmpCount)
                   Move HstEmpName to QtEmpName(EmpCount)
                   Move "N" to QtInQtr(EmpCount)
                   Move 0 to QtWages(EmpCount)
                   Move 0 to QtFedTax(EmpCount)
                   Move 0 to QtFedWages(EmpCount)
                   Move 0 to QtFicaWages(EmpCount)
                   Move 0 to QtEeFica(EmpCount)
                   Move 0 to QtEeMed(EmpCount)
                   Move 0 to QtPriorWages(EmpCount)
                   Move 0 to QtPriorFica(EmpCount)
                   Move EmpCount to EmpFoundIdx
                   Move "Y" to EmpFound
               Else
               End-if
           End-if

           If EmpFound = "Y" and PdMoNum < QtrStartMo
               Add HstGross to QtPriorWages(EmpFoundIdx)
               Add HstFicaWages to QtPriorFica(EmpFoundIdx)
               Exit paragraph
           End-if

           If EmpFound = "Y"
               Move "Y" to QtInQtr(EmpFoundIdx)
               Move HstEmpName to QtEmpName(EmpFoundIdx)
               Add HstGross to QtWages(EmpFoundIdx)
               Add HstFedTax to QtFedTax(EmpFoundIdx)
               Add HstFedWages to QtFedWages(EmpFoundIdx)
               Add HstFicaWages to QtFicaWages(EmpFoundIdx)
               Add HstEeFica to QtEeFica(EmpFoundIdx)
               Add HstEeMed to QtEeMed(EmpFoundIdx)
           End-if

           Move "N" to PdFound
           Perform Varying PdIdx from 1 by 1
                   Until PdIdx > PeriodCount or PdFound = "Y"
               If QpPeriodId(PdIdx) = HstPeriodId
                       and QpCoCode(PdIdx) = HstCo
                   Move "Y" to PdFound
                   Move PdIdx to PdFoundIdx
               End-if
           End-perform

           If PdFound = "N"
               If PeriodCount < 60
                   Add 1 to PeriodCount
                   Move HstCo to QpCoCode(PeriodCount)
                   Move HstPeriodId to QpPeriodId(PeriodCount)
                   Move 0 to QpWages(PeriodCount)
                   Move 0 to QpFedTax(PeriodCount)
                   Move 0 to QpEeFica(PeriodCount)
                   Move 0 to QpEeMed(PeriodCount)
                   Move PeriodCount to PdFoundIdx
                   Move "Y" to PdFound
               End-if
           If PdFound = "Y"
               Add HstGross to QpWages(PdFoundIdx)
               Add HstFedTax to QpFedTax(PdFoundIdx)
               Add HstEeFica to QpEeFica(PdFoundIdx)
               Add HstEeMed to QpEeMed(PdFoundIdx)
           End-if.

      *    Each employing company files its own return: the company's
      *    employees are run against the wage bases, then its tax
      *    summary, deposit schedule, and SUTA detail are printed.
       200-ReportCompany.
           Move 0 to TotQtrWages TotQtrFedTax TotQtrFedWages
                     TotFicaWages TotMedWages TotAddMedWages
                     TotFutaWages TotSutaWages TotSutaExcess
                     TotEeFicaHeld TotEeMedHeld
           Move CtCoCode(CoIdx) to CmlCoCode
           Move CtEin(CoIdx) to CmlEin
           Move CtName(CoIdx) to CmlName
           Write ReportRecord from CompanyRule
                after advancing 1 line
           Write ReportRecord from CompanyLine
                after advancing 1 line
           Write ReportRecord from CompanyRule
                after advancing 1 line
           Write ReportRecord from BlankLine
                after advancing 1 line

           Perform 300-ExtractEmployee
               Varying EmpIdx from 1 by 1
               Until EmpIdx > EmpCount

           Perform 400-PrintTaxSummary
           Perform 500-PrintDeposits
           Perform 600-PrintSutaDetail.

      *    Wages under each wage base are figured from what the
      *    company paid the employee before this quarter, so the
      *    capped taxable figure matches the way 655-ComputeEmployerTax
      *    capped it period by period over the quarter.  Social
      *    security and Medicare work from the FICA wages, which leave
      *    out pre-tax plan premiums.
       300-ExtractEmployee.
           If Not (QtCoCode(EmpIdx) = CtCoCode(CoIdx))
                   or QtInQtr(EmpIdx) = "N"
               Exit paragraph
           End-if
           Move QtPriorWages(EmpIdx) to PriorYtd
           Move QtPriorFica(EmpIdx) to PriorYtdFica
           Compute YearFicaWages = QtPriorFica(EmpIdx)
                   + QtFicaWages(EmpIdx)
           Add QtWages(EmpIdx) to TotQtrWages
           Add QtFedTax(EmpIdx) to TotQtrFedTax
           Add QtFedWages(EmpIdx) to TotQtrFedWages
           Add QtEeFica(EmpIdx) to TotEeFicaHeld
           Add QtEeMed(EmpIdx) to TotEeMedHeld

           Perform 310-CapToFicaBase
           Add CapWages to TotFicaWages
           Add QtFicaWages(EmpIdx) to TotMedWages

           Perform 340-CapToAddMedBase
           Add AddMedWages to TotAddMedWages

           Perform 320-CapToFutaBase
           Add CapWages to TotFutaWages
           Move QtWages(EmpIdx) to SwQtrWages
           Move CapWages to SwTaxable
           Move ExcessWages to SwExcess
           Move CtCoCode(CoIdx) to SwCoCode
           Move CtEin(CoIdx) to SwEin
           Write SutaWageRec.

       310-CapToFicaBase.
           If PriorYtdFica >= WkFicaBase
               Move 0 to CapWages
           Else
               Compute CapWages = WkFicaBase - PriorYtdFica
               If CapWages > QtFicaWages(EmpIdx)
                   Move QtFicaWages(EmpIdx) to CapWages
               End-if
           End-if.

           End-if
           Compute ExcessWages = QtWages(EmpIdx) - CapWages.

      *    Additional Medicare applies only to the part of the
      *    quarter's wages that took the year's gross past the
      *    threshold.
       340-CapToAddMedBase.
           Move 0 to AddMedWages
           If WkAddMedBase = 0 or YearFicaWages <= WkAddMedBase
               Exit paragraph
           End-if
           If PriorYtdFica >= WkAddMedBase
               Move QtFicaWages(EmpIdx) to AddMedWages
           Else
               Compute AddMedWages = YearFicaWages - WkAddMedBase
               If AddMedWages > QtFicaWages(EmpIdx)
                   Move QtFicaWages(EmpIdx) to AddMedWages
               End-if
           End-if.

      *    Social security and Medicare are reported at the combined
      *    employer and employee rate; the employee share actually
      *    withheld over the quarter is shown below them so the two
      *    can be reconciled.
       400-PrintTaxSummary.
           Compute TotErFicaTax Rounded = WkFicaRate * TotFicaWages
           Compute TotErMedTax Rounded = WkMedRate * TotMedWages
           Compute TotFicaTax Rounded = WkFicaRate * 2 * TotFicaWages
           Compute TotMedTax Rounded = WkMedRate * 2 * TotMedWages
           Compute TotAddMedTax Rounded =
                   WkAddMedRate * TotAddMedWages
           Compute TotFutaTax Rounded = WkFutaRate * TotFutaWages
           Compute TotSutaTax Rounded = WkSutaRate * TotSutaWages

                after advancing 1 line

           Move "Federal income withheld" to TxLabel
           Move TotQtrFedWages to TxWages
           Move TotQtrFedTax to TxTax
           Write ReportRecord from TaxLine
                after advancing 1 line
           Write ReportRecord from TaxLine
                after advancing 1 line

           Move "Additional Medicare" to TxLabel
           Move TotAddMedWages to TxWages
           Move TotAddMedTax to TxTax
           Write ReportRecord from TaxLine
                after advancing 1 line

           Move "Employee SS/Med withheld" to TxLabel
           Move 0 to TxWages
           Compute TxTax = TotEeFicaHeld + TotEeMedHeld
           Write ReportRecord from TaxLine
                after advancing 1 line

           Move "FUTA" to TxLabel
           Move TotFutaWages to TxWages
           Move TotFutaTax to TxTax

      *    The deposit schedule prorates the quarter's employer tax
      *    over the quarter's pay periods by gross wages, and adds the
      *    period's federal, social security, and Medicare withholding,
      *    so each deposit line matches what was actually remitted
      *    after that period's run.
       500-PrintDeposits.
           Move "Deposit Schedule" to SectionLine
           Write ReportRecord from SectionLine
                after advancing 1 line.

       510-PrintDepositLine.
           If Not (QpCoCode(PdIdx) = CtCoCode(CoIdx))
               Exit paragraph
           End-if
           If TotQtrWages = 0
               Move 0 to PdLiability
           Else
               Compute PdLiability Rounded =
                       (TotErFicaTax + TotErMedTax + TotFutaTax
                        + TotSutaTax)
                       * QpWages(PdIdx) / TotQtrWages
           End-if
           Add QpFedTax(PdIdx) to PdLiability
           Add QpEeFica(PdIdx) to PdLiability
           Add QpEeMed(PdIdx) to PdLiability
           Add PdLiability to TotDeposits

           Move QpPeriodId(PdIdx) to DpPeriodId
           Move TotSutaExcess to StExcess
           Write ReportRecord from SutaTotLine
                after advancing 1 line
           Write ReportRecord from BlankLine
                after advancing 1 line.

       610-PrintSutaLine.
           If Not (QtCoCode(EmpIdx) = CtCoCode(CoIdx))
                   or QtInQtr(EmpIdx) = "N"
               Exit paragraph
           End-if
           Move QtPriorWages(EmpIdx) to PriorYtd
           Perform 330-CapToSutaBase

           Move QtEmpNum(EmpIdx) to SdEmpNum
