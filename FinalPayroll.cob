            Select leaveReport assign to "lab10a-leaverpt.dat"
            organization is line sequential.

            Select fmlaCaseFile assign to "lab5-fmlacase.dat"
            organization is indexed
            access mode is dynamic
            record key is fcKey
            file status is fcFileStatus.

            Select fmlaUsageFile assign to "lab10a-fmlause.dat"
            organization is line sequential
            file status is fuFileStatus.

            Select laborDistReport assign to "lab10a-labordist.dat"
            organization is line sequential.

            organization is line sequential
            file status is wwFileStatus.

            Select earningsFile assign to "lab10a-earnings.dat"
            organization is line sequential
            file status is erFileStatus.

            Select shiftDiffFile assign to "lab10a-shiftdiff.dat"
            organization is line sequential
            file status is sdFileStatus.
            organization is line sequential
            file status is jsFileStatus.

            Select mealRuleFile assign to "mealrules.dat"
            organization is line sequential
            file status is mrFileStatus.

            Select mealWork assign to "lab10a-mealwork.dat"
            organization is line sequential.

            Select tempMeal assign to disk.

            Select sortedMeal assign to "lab10a-mealsorted.dat"
            organization is line sequential.

            Select mealReport assign to "lab10a-mealrpt.dat"
            organization is line sequential.

            Select minWageFile assign to "minwage.dat"
            organization is line sequential
            file status is mnFileStatus.

            Select minWageReport assign to "lab10a-minwage.dat"
            organization is line sequential.

            Select projectFile assign to "projects.dat"
            organization is line sequential
            file status is pjFileStatus.

            Select projWork assign to "lab10a-projwork.dat"
            organization is line sequential.

            Select tempProj assign to disk.

            Select sortedProj assign to "lab10a-projsorted.dat"
            organization is line sequential.

            Select projCostReport assign to "lab10a-projcost.dat"
            organization is line sequential.

            Select billingFile assign to "lab10a-billing.dat"
            organization is line sequential.

            Select otAuthFile assign to "lab10a-otauth.dat"
            organization is line sequential
            file status is oaFileStatus.

            Select otExcWork assign to "lab10a-otwork.dat"
            organization is line sequential.

            Select tempOtExc assign to disk.

            Select sortedOtExc assign to "lab10a-otsorted.dat"
            organization is line sequential.

            Select otExcReport assign to "lab10a-otexc.dat"
            organization is line sequential.


       Data Division.
       File Section.
            05  utimeIn2Min  Pic 9(2).
            05  utimeOut2Hr  Pic 9(2).
            05  utimeOut2Min Pic 9(2).
            05  uProject     Pic X(6).
       SD   tempTimecard.
       01   ttimecardRec.
            05  tdNum    Pic X(5).
            05  ttimeIn2Min  Pic 9(2).
            05  ttimeOut2Hr  Pic 9(2).
            05  ttimeOut2Min Pic 9(2).
            05  tProject     Pic X(6).
       FD   payrollMaster.
       01   inFileRec.
            05  regionNum   Pic X(2).
            05  benTier     Pic X.
            05  wcClass     Pic X(4).
            05  workState   Pic X(2).
            05  w4FilStat   Pic X.
            05  w4MultJob   Pic X.
            05  w4DepCredit Pic 9(5)V99.
            05  w4OthIncome Pic 9(7)V99.
            05  w4Deduct    Pic 9(7)V99.
            05  w4ExtraWh   Pic 9(5)V99.
            05  coCode      Pic X(2).
       FD   sortedTimecard.
       01   timecardRec.
            05  dNum    Pic X(5).
            05  timeIn2Min  Pic 9(2).
            05  timeOut2Hr  Pic 9(2).
            05  timeOut2Min Pic 9(2).
            05  projCode    Pic X(6).
       FD   payroll.
       01   payrollRec  Pic X(175).
       FD   csvFile.
            05  ltEmpNum    Pic X(5).
            05  ltType      Pic X.
            05  ltHours     Pic 99V99.
            05  ltFmlaCase  Pic X(2).
            05  ltTakenDate Pic X(8).
       FD   leaveReport.
       01   leaveRptRec Pic X(80).
       FD   fmlaCaseFile.
       01   fmlaCaseRec.
            05  fcKey.
                10  fcEmpNum    Pic X(5).
                10  fcSeq       Pic 99.
            05  fcReason    Pic X.
            05  fcStartDate Pic 9(8).
            05  fcLeaveType Pic X.
            05  fcEndDate   Pic 9(8).
            05  fcStatus    Pic X.
            05  fcEligible  Pic X.
            05  fcSvcMonths Pic 9(3).
            05  fcPriorHrs  Pic 9(4)V99.
            05  fcEntitle   Pic 9(4)V99.
            05  fcOpenDate  Pic 9(8).
       FD   fmlaUsageFile.
       01   fmlaUsageRec.
            05  fuPeriodId  Pic X(6).
            05              Pic X.
            05  fuDate      Pic 9(8).
            05              Pic X.
            05  fuEmpNum    Pic X(5).
            05              Pic X.
            05  fuCaseSeq   Pic X(2).
            05              Pic X.
            05  fuType      Pic X.
            05              Pic X.
            05  fuHours     Pic 99V99.
            05              Pic X.
            05  fuStatus    Pic X.
            05              Pic X.
            05  fuReason    Pic X(30).
       FD   laborDistReport.
       01   laborDistRec Pic X(90).
       FD   laborWork.
            05  lwHours     Pic 9(4)V99.
            05  lwDollars   Pic 9(7)V99.
            05  lwHomeDolrs Pic 9(7)V99.
            05  lwUnapHrs   Pic 9(3)V99.
            05  lwUnapDol   Pic 9(7)V99.
       SD   tempLabor.
       01   tlRec.
            05  tlDept      Pic X(5).
            05  tlHours     Pic 9(4)V99.
            05  tlDollars   Pic 9(7)V99.
            05  tlHomeDolrs Pic 9(7)V99.
            05  tlUnapHrs   Pic 9(3)V99.
            05  tlUnapDol   Pic 9(7)V99.
       FD   sortedLabor.
       01   slRec.
            05  slDept      Pic X(5).
            05  slHours     Pic 9(4)V99.
            05  slDollars   Pic 9(7)V99.
            05  slHomeDolrs Pic 9(7)V99.
            05  slUnapHrs   Pic 9(3)V99.
            05  slUnapDol   Pic 9(7)V99.
       FD   heldWork.
       01   heldWorkRec.
            05  hwEmpNum    Pic X(5).
            05  lbHours     Pic 9(6)V99.
            05              Pic X.
            05  lbDollars   Pic 9(8)V99.
            05              Pic X.
            05  lbUnapHrs   Pic 9(5)V99.
            05              Pic X.
            05  lbUnapDol   Pic 9(7)V99.
       FD   laborGLFile.
       01   laborGLRec.
            05  lgDeptNum    Pic X(5).
            05  wwHours     Pic 9(4)V99.
            05              Pic X.
            05  wwDollars   Pic 9(7)V99.
       FD   earningsFile.
       01   earningsRec.
            05  erPeriodId  Pic X(6).
            05              Pic X.
            05  erWeekEnd   Pic 9(8).
            05              Pic X.
            05  erEmpNum    Pic X(5).
            05              Pic X.
            05  erRegHrs    Pic 9(3)V99.
            05  erRegAmt    Pic 9(7)V99.
            05  erOtHrs     Pic 9(3)V99.
            05  erOtAmt     Pic 9(7)V99.
            05  erHolHrs    Pic 9(3)V99.
            05  erHolAmt    Pic 9(7)V99.
            05  erDiffHrs   Pic 9(3)V99.
            05  erDiffAmt   Pic 9(7)V99.
            05  erGross     Pic 9(7)V99.
            05  erMealHrs   Pic 9(3)V99.
            05  erMealAmt   Pic 9(7)V99.
       FD   shiftDiffFile.
       01   shiftDiffRec.
            05  sdStartHr   Pic 9(2).
            05  jsTime      Pic 9(6).
            05              Pic X.
            05  jsRecCount  Pic 9(9).
       FD   mealRuleFile.
       01   mealRuleRec.
            05  mrState      Pic X(2).
            05  mrTrigMins   Pic 9(3).
            05  mrMinBreak   Pic 9(3).
            05  mrLatestMins Pic 9(3).
            05  mrPremium    Pic X.
       FD   mealWork.
       01   mealWorkRec.
            05  mwDept      Pic X(5).
            05  mwEmpNum    Pic X(5).
            05  mwName      Pic X(20).
            05  mwDate      Pic 9(8).
            05  mwState     Pic X(2).
            05  mwCode      Pic X.
            05  mwWorked    Pic 9(4).
            05  mwBreak     Pic 9(4).
            05  mwPremAmt   Pic 9(5)V99.
       SD   tempMeal.
       01   tmRec.
            05  tmDept      Pic X(5).
            05  tmEmpNum    Pic X(5).
            05  tmName      Pic X(20).
            05  tmDate      Pic 9(8).
            05  tmState     Pic X(2).
            05  tmCode      Pic X.
            05  tmWorked    Pic 9(4).
            05  tmBreak     Pic 9(4).
            05  tmPremAmt   Pic 9(5)V99.
       FD   sortedMeal.
       01   smRec.
            05  smDept      Pic X(5).
            05  smEmpNum    Pic X(5).
            05  smName      Pic X(20).
            05  smDate      Pic 9(8).
            05  smState     Pic X(2).
            05  smCode      Pic X.
            05  smWorked    Pic 9(4).
            05  smBreak     Pic 9(4).
            05  smPremAmt   Pic 9(5)V99.
       FD   mealReport.
       01   mealRptRec  Pic X(90).
       FD   minWageFile.
       01   minWageRec.
            05  mnState     Pic X(2).
            05  mnEffDate   Pic 9(8).
            05  mnHourly    Pic 9(3)V99.
            05  mnExemptWk  Pic 9(5)V99.
       FD   minWageReport.
       01   minWageRptRec  Pic X(100).
       FD   projectFile.
       01   projectRec.
            05  pjCode      Pic X(6).
            05  pjName      Pic X(20).
            05  pjClient    Pic X(10).
            05  pjBillable  Pic X.
            05  pjBillRate  Pic 9(4)V99.
            05  pjStatus    Pic X.
       FD   projWork.
       01   projWorkRec.
            05  pcClient    Pic X(10).
            05  pcProject   Pic X(6).
            05  pcEmpNum    Pic X(5).
            05  pcHours     Pic 9(4)V99.
            05  pcCost      Pic 9(7)V99.
       SD   tempProj.
       01   tpjRec.
            05  tpjClient   Pic X(10).
            05  tpjProject  Pic X(6).
            05  tpjEmpNum   Pic X(5).
            05  tpjHours    Pic 9(4)V99.
            05  tpjCost     Pic 9(7)V99.
       FD   sortedProj.
       01   spjRec.
            05  spjClient   Pic X(10).
            05  spjProject  Pic X(6).
            05  spjEmpNum   Pic X(5).
            05  spjHours    Pic 9(4)V99.
            05  spjCost     Pic 9(7)V99.
       FD   otAuthFile.
       01   otAuthRec.
            05  oaEmpNum    Pic X(5).
            05              Pic X.
            05  oaWeekEnd   Pic 9(8).
            05              Pic X.
            05  oaHours     Pic 9(3)V99.
            05              Pic X.
            05  oaApprover  Pic X(10).
            05              Pic X.
            05  oaReason    Pic X(30).
       FD   otExcWork.
       01   otExcWorkRec.
            05  oxDept      Pic X(5).
            05  oxApprover  Pic X(10).
            05  oxEmpNum    Pic X(5).
            05  oxName      Pic X(20).
            05  oxOtHrs     Pic 9(3)V99.
            05  oxAuthHrs   Pic 9(3)V99.
            05  oxUnapHrs   Pic 9(3)V99.
            05  oxUnapDol   Pic 9(7)V99.
       SD   tempOtExc.
       01   toxRec.
            05  toxDept     Pic X(5).
            05  toxApprover Pic X(10).
            05  toxEmpNum   Pic X(5).
            05  toxName     Pic X(20).
            05  toxOtHrs    Pic 9(3)V99.
            05  toxAuthHrs  Pic 9(3)V99.
            05  toxUnapHrs  Pic 9(3)V99.
            05  toxUnapDol  Pic 9(7)V99.
       FD   sortedOtExc.
       01   soxRec.
            05  soxDept     Pic X(5).
            05  soxApprover Pic X(10).
            05  soxEmpNum   Pic X(5).
            05  soxName     Pic X(20).
            05  soxOtHrs    Pic 9(3)V99.
            05  soxAuthHrs  Pic 9(3)V99.
            05  soxUnapHrs  Pic 9(3)V99.
            05  soxUnapDol  Pic 9(7)V99.
       FD   otExcReport.
       01   otExcRptRec     Pic X(100).
       FD   projCostReport.
       01   projCostRec     Pic X(110).
       FD   billingFile.
       01   billingRec.
            05  blWeekEnd   Pic 9(8).
            05              Pic X.
            05  blClient    Pic X(10).
            05              Pic X.
            05  blProject   Pic X(6).
            05              Pic X.
            05  blHours     Pic 9(6)V99.
            05              Pic X.
            05  blRate      Pic 9(4)V99.
            05              Pic X.
            05  blAmount    Pic 9(8)V99.
       Working-Storage Section.
       01   eof     Pic X Value "N".
       01   endOfFile   Pic X Value "N".
            05  hldStatus   Pic X.
       01   lvFileStatus    Pic XX.
       01   wwFileStatus    Pic XX.
       01   erFileStatus    Pic XX.
       01   empRegHrs       Pic 9(3)V99 value 0.
       01   empRegAmt       Pic 9(7)V99 value 0.
       01   empOtHrs        Pic 9(3)V99 value 0.
       01   empOtAmt        Pic 9(7)V99 value 0.
       01   empHolHrs       Pic 9(3)V99 value 0.
       01   empHolAmt       Pic 9(7)V99 value 0.
       01   empDiffHrs      Pic 9(3)V99 value 0.
       01   dayRegAmt       Pic 9(7)V99 value 0.
       01   currentPd       Pic X(6) value spaces.
       01   pastWcClass     Pic X(4) value spaces.
       01   sdFileStatus    Pic XX.
       01   balanceMsg      Pic X(70).
       01   ltFileStatus    Pic XX.
       01   ltEof           Pic X value "N".
       01   fcFileStatus    Pic XX.
       01   fuFileStatus    Pic XX.
       01   fmlaCasesOpen   Pic X value "N".
       01   fmlaPostCount   Pic 9(5) value 0.
       01   fmlaPostHours   Pic 9(6)V99 value 0.
       01   fmlaRejCount    Pic 9(5) value 0.
       01   fmlaRptLine.
            05  frLabel     Pic X(34).
            05  frCount     Pic ZZ,ZZ9.
            05          Pic X(4) value spaces.
            05  frHours     Pic ZZZ,ZZ9.99.
            05          Pic X(6) value " hours".
       01   pastHireYr      Pic 9(4) value 0.
       01   pastDeptNum     Pic X(5) value spaces.
       01   svcYears        Pic 9(3) value 0.
       01   accLaborHours   Pic 9(6)V99 value 0.
       01   accLaborDolrs   Pic 9(8)V99 value 0.
       01   accLaborHome    Pic 9(8)V99 value 0.
       01   accLaborUnHrs   Pic 9(5)V99 value 0.
       01   accLaborUnDol   Pic 9(7)V99 value 0.
       01   allocPay        Pic 9(7)V99 value 0.
       01   allocSoFar      Pic 9(7)V99 value 0.
       01   laborVariance   Pic S9(8)V99 value 0.
            05          Pic X(2) value spaces.
            05  ldlVariance Pic $$,$$$,$$9.99-.
       01   csvDayTable.
            05  csvDayEntry OCCURS 14 TIMES.
                10  csvDayType      Pic X.
                10  csvDayDepNum    Pic X(5).
                10  csvDayEmNum     Pic X(5).
                10  csvDayLastName  Pic X(20).
                10  csvDayWorkDate  Pic 9(8).
                10  csvDayHoursHr   Pic 99.
                10  csvDayHoursMin  Pic 99.
                10  csvDayAmt       Pic 9(5)V99.
       01   csvDayCount     Pic 99 Value 0.
       01   csvIdx          Pic 99.
       01   csvDayOverflowLine.
            05          Pic X(33) value
                          "  CSV day rows dropped for emp # ".
            05  csvHoursMin     Pic 99.
            05                  Pic X value ",".
            05  csvTotPay       Pic 9(7).99.
       01   csvMealLine.
            05  csvmDepNum      Pic X(5).
            05                  Pic X value ",".
            05  csvmEmNum       Pic X(5).
            05                  Pic X value ",".
            05  csvmLastName    Pic X(20).
            05                  Pic X value ",".
            05  csvmWorkDate    Pic 9(8).
            05                  Pic X value ",".
            05  csvmHoursHr     Pic 99.
            05                  Pic X value ",".
            05  csvmHoursMin    Pic 99.
            05                  Pic X value ",".
            05  csvmAmt         Pic 9(7).99.
            05                  Pic X(13) value ",MEAL PREMIUM".
       01   mrFileStatus    Pic XX.
       01   mrEof           Pic X value "N".
       01   mealRuleTable.
            05  mealRuleEntry OCCURS 60 TIMES.
                10  mtState     Pic X(2).
                10  mtTrigMins  Pic 9(3).
                10  mtMinBreak  Pic 9(3).
                10  mtLatest    Pic 9(3).
                10  mtPremium   Pic X.
       01   mealRuleCount   Pic 99 value 0.
       01   mealRuleIdx     Pic 99 value 0.
       01   mealRuleHit     Pic 99 value 0.
       01   mealIn1         Pic 9(4) value 0.
       01   mealOut1        Pic 9(4) value 0.
       01   mealIn2         Pic 9(4) value 0.
       01   mealOut2        Pic 9(4) value 0.
       01   mealWorked      Pic 9(4) value 0.
       01   mealBreak       Pic S9(4) value 0.
       01   mealCode        Pic X value spaces.
       01   mealPremAmt     Pic 9(5)V99 value 0.
       01   mealPremDay     Pic X value "N".
       01   empMealHrs      Pic 9(3)V99 value 0.
       01   empMealAmt      Pic 9(7)V99 value 0.
       01   mealPremLine.
            05          Pic X(9) value spaces.
            05          Pic X(15) value "Meal premium - ".
            05  mplText     Pic X(12).
            05          Pic X(7) value " state ".
            05  mplState    Pic X(2).
            05          Pic X(8) value ", break ".
            05  mplBreak    Pic ZZ9.
            05          Pic X(6) value " min: ".
            05  mplHours    Pic Z9.99.
            05          Pic X(6) value " hr @ ".
            05  mplRate     Pic $$,$$9.99.
            05          Pic X(3) value " = ".
            05  mplAmt      Pic $$,$$9.99.
       01   smEof           Pic X value "N".
       01   curMealDept     Pic X(5) value spaces.
       01   deptMealCount   Pic 9(5) value 0.
       01   deptMealPrem    Pic 9(7)V99 value 0.
       01   totMealCount    Pic 9(5) value 0.
       01   totMealPrem     Pic 9(7)V99 value 0.
       01   mealRptHead.
            05          Pic X(44) value
                          "Meal-Break Compliance by Department - Week ".
            05  mrhStart    Pic 9(8).
            05          Pic X(4) value " to ".
            05  mrhEnd      Pic 9(8).
       01   mealRptColHead.
            05          Pic X(5) value "Dep #".
            05          Pic X(2) value spaces.
            05          Pic X(5) value "Emp #".
            05          Pic X(2) value spaces.
            05          Pic X(20) value "Employee".
            05          Pic X(10) value "Date".
            05          Pic X(4) value "St".
            05          Pic X(12) value "Violation".
            05          Pic X(6) value "Worked".
            05          Pic X(7) value "  Break".
            05          Pic X(11) value "    Premium".
       01   mealRptLine.
            05  mrlDept     Pic X(5).
            05          Pic X(2) value spaces.
            05  mrlEmpNum   Pic X(5).
            05          Pic X(2) value spaces.
            05  mrlName     Pic X(20).
            05  mrlDate     Pic 9(8).
            05          Pic X(2) value spaces.
            05  mrlState    Pic X(2).
            05          Pic X(2) value spaces.
            05  mrlText     Pic X(12).
            05          Pic X(2) value spaces.
            05  mrlWorked   Pic ZZZ9.
            05          Pic X(3) value spaces.
            05  mrlBreak    Pic ZZZ9.
            05          Pic X(2) value spaces.
            05  mrlPrem     Pic $$,$$9.99.
       01   mealDeptLine.
            05          Pic X(7) value spaces.
            05          Pic X(5) value "Dept ".
            05  mdlDept     Pic X(5).
            05          Pic X(13) value " violations: ".
            05  mdlCount    Pic ZZ,ZZ9.
            05          Pic X(12) value "   premium: ".
            05  mdlPrem     Pic $$,$$$,$$9.99.
       01   mealTotalLine.
            05          Pic X(7) value spaces.
            05          Pic X(23) value "All depts  violations: ".
            05  mtlCount    Pic ZZ,ZZ9.
            05          Pic X(12) value "   premium: ".
            05  mtlPrem     Pic $$,$$$,$$9.99.
       01   mealNoneLine    Pic X(40) value
                     "  No meal-break violations this week.".
       01   pjFileStatus    Pic XX.
       01   pjEof           Pic X value "N".
       01   projectTable.
            05  projectEntry OCCURS 300 TIMES.
                10  ptCode      Pic X(6).
                10  ptName      Pic X(20).
                10  ptClient    Pic X(10).
                10  ptBillable  Pic X.
                10  ptBillRate  Pic 9(4)V99.
       01   projectCount    Pic 999 value 0.
       01   projectIdx      Pic 999 value 0.
       01   projectHit      Pic 999 value 0.
       01   projectKey      Pic X(6).
       01   empProjTable.
            05  empProjEntry OCCURS 31 TIMES.
                10  epProject   Pic X(6).
                10  epHours     Pic 9(3)V99.
       01   empProjCount    Pic 99 value 0.
       01   epIdx           Pic 99 value 0.
       01   epFoundIdx      Pic 99 value 0.
       01   epFound         Pic X value "N".
       01   spjEof          Pic X value "N".
       01   curProjKey.
            05  cpkClient   Pic X(10) value spaces.
            05  cpkProject  Pic X(6) value spaces.
       01   spjKey.
            05  skClient    Pic X(10).
            05  skProject   Pic X(6).
       01   projStarted     Pic X value "N".
       01   accProjHours    Pic 9(6)V99 value 0.
       01   accProjCost     Pic 9(8)V99 value 0.
       01   projBillValue   Pic 9(8)V99 value 0.
       01   totProjHours    Pic 9(7)V99 value 0.
       01   totProjCost     Pic 9(9)V99 value 0.
       01   totProjBill     Pic 9(9)V99 value 0.
       01   projCostHead.
            05          Pic X(40) value
                          "Project Cost Report - Week Ending ".
            05  pchEnd      Pic 9(8).
       01   projCostColHead.
            05          Pic X(12) value "Client".
            05          Pic X(8) value "Project".
            05          Pic X(22) value "Name".
            05          Pic X(4) value "Bill".
            05          Pic X(10) value "     Hours".
            05          Pic X(16) value "            Cost".
            05          Pic X(10) value " Bill Rate".
            05          Pic X(16) value "  Billable Value".
       01   projCostLine.
            05  pclClient   Pic X(10).
            05          Pic X(2) value spaces.
            05  pclProject  Pic X(6).
            05          Pic X(2) value spaces.
            05  pclName     Pic X(20).
            05          Pic X(2) value spaces.
            05  pclBill     Pic X.
            05          Pic X(3) value spaces.
            05  pclHours    Pic ZZZ,ZZ9.99.
            05          Pic X(2) value spaces.
            05  pclCost     Pic $$$,$$$,$$9.99.
            05          Pic X(2) value spaces.
            05  pclRate     Pic $,$$9.99.
            05          Pic X(2) value spaces.
            05  pclValue    Pic $$$,$$$,$$9.99.
       01   projCostTotLine.
            05          Pic X(12) value spaces.
            05          Pic X(34) value "Totals".
            05  pctHours    Pic ZZZ,ZZ9.99.
            05          Pic X(2) value spaces.
            05  pctCost     Pic $$$,$$$,$$9.99.
            05          Pic X(12) value spaces.
            05  pctValue    Pic $$$,$$$,$$9.99.
       01   oaFileStatus    Pic XX.
       01   oaEof           Pic X value "N".
       01   otAuthTable.
            05  otAuthEntry OCCURS 500 TIMES.
                10  atEmpNum    Pic X(5).
                10  atHours     Pic 9(3)V99.
                10  atApprover  Pic X(10).
       01   otAuthCount     Pic 999 value 0.
       01   otAuthIdx       Pic 999 value 0.
       01   otAuthDrop      Pic 9(4) value 0.
       01   empAuthHrs      Pic 9(3)V99 value 0.
       01   empApprover     Pic X(10) value spaces.
       01   empUnapHrs      Pic 9(3)V99 value 0.
       01   empUnapDol      Pic 9(7)V99 value 0.
       01   soxEof          Pic X value "N".
       01   curOxDept       Pic X(5) value spaces.
       01   curOxApprover   Pic X(10) value spaces.
       01   oxStarted       Pic X value "N".
       01   apprUnHrs       Pic 9(5)V99 value 0.
       01   apprUnDol       Pic 9(7)V99 value 0.
       01   deptUnHrs       Pic 9(5)V99 value 0.
       01   deptUnDol       Pic 9(7)V99 value 0.
       01   totUnHrs        Pic 9(6)V99 value 0.
       01   totUnDol        Pic 9(8)V99 value 0.
       01   totUnCount      Pic 9(5) value 0.
       01   otExcHead.
            05          Pic X(44) value
                          "Unapproved Overtime - Week Ending ".
            05  oehEnd      Pic 9(8).
       01   otExcColHead.
            05          Pic X(7) value "Dep #".
            05          Pic X(12) value "Approver".
            05          Pic X(7) value "Emp #".
            05          Pic X(20) value "Employee".
            05          Pic X(8) value "  OT Hrs".
            05          Pic X(10) value "  Auth Hrs".
            05          Pic X(10) value " Unap Hrs".
            05          Pic X(14) value "        Unap $".
       01   otExcLine.
            05  oelDept     Pic X(5).
            05          Pic X(2) value spaces.
            05  oelApprover Pic X(10).
            05          Pic X(2) value spaces.
            05  oelEmpNum   Pic X(5).
            05          Pic X(2) value spaces.
            05  oelName     Pic X(20).
            05          Pic X(2) value spaces.
            05  oelOtHrs    Pic ZZ9.99.
            05          Pic X(4) value spaces.
            05  oelAuthHrs  Pic ZZ9.99.
            05          Pic X(3) value spaces.
            05  oelUnapHrs  Pic ZZ9.99.
            05          Pic X(2) value spaces.
            05  oelUnapDol  Pic $,$$$,$$9.99.
       01   otExcSubLine.
            05          Pic X(7) value spaces.
            05  oslLabel    Pic X(30).
            05  oslCount    Pic ZZ,ZZ9.
            05          Pic X(8) value " emps   ".
            05  oslHours    Pic ZZ,ZZ9.99.
            05          Pic X(9) value " hours   ".
            05  oslDollars  Pic $$,$$$,$$9.99.
       01   apprUnCount     Pic 9(5) value 0.
       01   deptUnCount     Pic 9(5) value 0.
       01   otExcNoneLine   Pic X(40) value
                     "  No unapproved overtime this week.".
       01   otAuthDropLine.
            05          Pic X(4) value "*** ".
            05  oadCount    Pic ZZZ9.
            05          Pic X(40) value
                          " authorizations NOT loaded - table full".
       01   mnFileStatus    Pic XX.
       01   mnEof           Pic X value "N".
       01   minWageTable.
            05  minWageEntry OCCURS 200 TIMES.
                10  mtbState    Pic X(2).
                10  mtbEffDate  Pic 9(8).
                10  mtbHourly   Pic 9(3)V99.
       01   minWageCount    Pic 999 value 0.
       01   minWageIdx      Pic 999.
       01   pastWorkState   Pic X(2) value spaces.
       01   pastPayCode     Pic X value spaces.
       01   mnStateDate     Pic 9(8) value 0.
       01   mnStateMin      Pic 9(3)V99 value 0.
       01   mnFedDate       Pic 9(8) value 0.
       01   mnFedMin        Pic 9(3)V99 value 0.
       01   mnMinRate       Pic 9(3)V99 value 0.
       01   mnEffRate       Pic 9(5)V99 value 0.
       01   mnRequired      Pic 9(7)V99 value 0.
       01   mnMakeUp        Pic 9(7)V99 value 0.
       01   mnExcCount      Pic 9(5) value 0.
       01   mnMakeUpTotal   Pic 9(9)V99 value 0.
       01   minWageHead.
            05          Pic X(44) value
                          "Minimum Wage Exceptions - Week Ending ".
            05  mnhEnd      Pic 9(8).
       01   minWageColHead.
            05          Pic X(5) value "Emp #".
            05          Pic X(2) value spaces.
            05          Pic X(20) value "Employee".
            05          Pic X(4) value "St".
            05          Pic X(6) value " Hours".
            05          Pic X(14) value "         Gross".
            05          Pic X(9) value " Eff Rate".
            05          Pic X(9) value "  Minimum".
            05          Pic X(14) value "       Make-Up".
       01   minWageLine.
            05  mnlEmpNum   Pic X(5).
            05          Pic X(2) value spaces.
            05  mnlName     Pic X(20).
            05  mnlState    Pic X(2).
            05          Pic X(2) value spaces.
            05  mnlHours    Pic ZZ9.99.
            05          Pic X(2) value spaces.
            05  mnlGross    Pic $,$$$,$$9.99.
            05          Pic X(2) value spaces.
            05  mnlEffRate  Pic $$$9.99.
            05          Pic X(2) value spaces.
            05  mnlMinRate  Pic $$$9.99.
            05          Pic X(2) value spaces.
            05  mnlMakeUp   Pic $,$$$,$$9.99.
       01   minWageTotLine.
            05          Pic X(7) value spaces.
            05          Pic X(20) value "Employees short:".
            05  mntCount    Pic ZZ,ZZ9.
            05          Pic X(20) value "   Make-up owed:  ".
            05  mntMakeUp   Pic $$$,$$$,$$9.99.

       Procedure Division.
       000-main.
                 output laborDataFile
                 output laborGLFile
                 output utilFile
                 output mealWork
                 output minWageReport
                 output projWork
                 output otExcWork
            perform 060-openLeave
            perform 065-openWcWages
            perform 066-openEarnings
            perform 070-loadShiftDiff
            perform 075-loadHolidays
            perform 077-loadMealRules
            perform 078-loadMinWage
            perform 076-loadProjects
            perform 110-getDate
            perform 120-getTime
            perform 079-minWageHeader
            perform 074-loadOtAuth
            perform 310-applyLeaveTrans
            write payrollRec from pageHeader
                after advancing page
            write payrollRec from pageSubHead
                                perform 146-calcHolidayPrem
                                perform 205-bufferCsvDay
                                perform 206-accumWorkedDept
                                perform 218-accumProject
                                perform 211-checkMealBreak
                                move currentDayHrs to hoursH
                                move hoursH to hoursHr
                                move currentDayMins to hoursMin
                            move "N" to overnightFlag
                            write payrollRec from detailLine
                                after advancing 1 line
                            if mealPremDay = "Y"
                                perform 213-printMealPrem
                            end-if
                        end-if
                        
                        move eNum to pastENum
                            move deptNum to pastUtilDept
                            move lastName to pastUtilName
                            move wcClass to pastWcClass
                            move workState to pastWorkState
                            move payCode to pastPayCode
                        end-if
                end-read
            end-perform
            write payrollRec from totalLine
                after advancing 1 line

            close laborWork heldWork mealWork projWork otExcWork
            perform 210-reconcile
            perform 240-printHeldEmployees
            perform 250-printHolidayRecap
            perform 330-printLeaveReport
            perform 350-printLaborDist
            perform 390-printMealReport
            perform 398-minWageTotals
            perform 384-printProjectCost
            perform 372-printOtExceptions
            perform 370-writeRunCtl
            perform 380-recordRunState

            close payrollMaster sortedTimecard payroll csvFile
                  leaveFile leaveReport laborDistReport laborGLFile
                  laborDataFile utilFile wcWageFile earningsFile
                  minWageReport
            stop run.

       040-getJobPeriod.
                open extend wcWageFile
            end-if.

       066-openEarnings.
            open extend earningsFile
            if erFileStatus = "35"
                open output earningsFile
                close earningsFile
                open extend earningsFile
            end-if.

       075-loadHolidays.
            open input holidayFile
            if not (hdFileStatus = "00")
            end-perform
            close holidayFile.

      *    Meal-break rules by work state: worked minutes that call for
      *    a meal, the shortest break that counts, the latest minute of
      *    the shift the break may start, and whether a miss is paid a
      *    premium hour.  A state with no entry is not checked.
       077-loadMealRules.
            open input mealRuleFile
            if not (mrFileStatus = "00")
                close mealRuleFile
                exit paragraph
            end-if
            perform until mrEof = "Y"
                read mealRuleFile
                    at end
                        move "Y" to mrEof
                    not at end
                        if mealRuleCount < 60
                            add 1 to mealRuleCount
                            move mrState to mtState(mealRuleCount)
                            move mrTrigMins to mtTrigMins(mealRuleCount)
                            move mrMinBreak to mtMinBreak(mealRuleCount)
                            move mrLatestMins to mtLatest(mealRuleCount)
                            move mrPremium to mtPremium(mealRuleCount)
                        end-if
                end-read
            end-perform
            close mealRuleFile.

      *    The project master: client, billable flag and bill rate for
      *    each code.  Lab10e has already refused cards for unknown or
      *    closed projects.
       076-loadProjects.
            open input projectFile
            if not (pjFileStatus = "00")
                close projectFile
                exit paragraph
            end-if
            perform until pjEof = "Y"
                read projectFile
                    at end
                        move "Y" to pjEof
                    not at end
                        if projectCount < 300
                            add 1 to projectCount
                            move pjCode to ptCode(projectCount)
                            move pjName to ptName(projectCount)
                            move pjClient to ptClient(projectCount)
                            move pjBillable to ptBillable(projectCount)
                            move pjBillRate to ptBillRate(projectCount)
                        end-if
                end-read
            end-perform
            close projectFile.

      *    Overtime the supervisors approved ahead of time, by employee
      *    and week: approved hours, who approved them, and why.  Only
      *    authorizations for a week ending inside this pay week count.
       074-loadOtAuth.
            open input otAuthFile
            if not (oaFileStatus = "00")
                close otAuthFile
                exit paragraph
            end-if
            perform until oaEof = "Y"
                read otAuthFile
                    at end
                        move "Y" to oaEof
                    not at end
                        if oaWeekEnd >= weekStart
                                and oaWeekEnd <= weekEnd
                            if otAuthCount < 500
                                add 1 to otAuthCount
                                move oaEmpNum to atEmpNum(otAuthCount)
                                move oaHours to atHours(otAuthCount)
                                move oaApprover
                                    to atApprover(otAuthCount)
                            else
                                add 1 to otAuthDrop
                            end-if
                        end-if
                end-read
            end-perform
            close otAuthFile.

      *    Minimum hourly rates by work state and effective date; the
      *    "US" rows are the federal floor.  The exempt salary column
      *    is Lab5m's concern - the weekly run only pays hourly staff.
       078-loadMinWage.
            open input minWageFile
            if not (mnFileStatus = "00")
                close minWageFile
                exit paragraph
            end-if
            perform until mnEof = "Y"
                read minWageFile
                    at end
                        move "Y" to mnEof
                    not at end
                        if minWageCount < 200
                            add 1 to minWageCount
                            move mnState to mtbState(minWageCount)
                            move mnEffDate to mtbEffDate(minWageCount)
                            move mnHourly to mtbHourly(minWageCount)
                        end-if
                end-read
            end-perform
            close minWageFile.

       079-minWageHeader.
            move wsDate to mnhEnd
            write minWageRptRec from minWageHead
                after advancing 1 line
            write minWageRptRec from blankLine
                after advancing 1 line
            write minWageRptRec from minWageColHead
                after advancing 1 line.

       070-loadShiftDiff.
            open input shiftDiffFile
            if not (sdFileStatus = "00")
            move 0 to csvDayCount.

       134-writeCsvDay.
            if csvDayType(csvIdx) = "M"
                move csvDayDepNum(csvIdx) to csvmDepNum
                move csvDayEmNum(csvIdx) to csvmEmNum
                move csvDayLastName(csvIdx) to csvmLastName
                move csvDayWorkDate(csvIdx) to csvmWorkDate
                move csvDayHoursHr(csvIdx) to csvmHoursHr
                move csvDayHoursMin(csvIdx) to csvmHoursMin
                move csvDayAmt(csvIdx) to csvmAmt
                write csvRec from csvMealLine
                exit paragraph
            end-if
            move csvDayDepNum(csvIdx) to csvDepNum
            move csvDayEmNum(csvIdx) to csvEmNum
            move csvDayLastName(csvIdx) to csvLastName
            add empDiffTotal to eTotalPay
            move empDiffTotal to empTotDiff
            perform 149-applyHolidayPay
            add empMealAmt to eTotalPay
            move eTotalPay to empTotPay
            perform 216-checkMinWage
            perform 226-checkOtAuth
            perform 133-writeUtil
            perform 131-writeWcWage
            perform 144-writeEarnings
            perform 137-distributeLabor
            perform 221-distributeProjects
            perform 139-accrueLeave
            perform 132-flushCsvDays
            write payrollRec from blankLine
                after advancing 1 line
            add eTotalPay to totalRegionPayroll
            add eTotalPay to totalPayroll
            move 0 to eTotalPay eTotalHrs empDiffTotal
            move 0 to empRegHrs empRegAmt empOtHrs empOtAmt
                      empHolHrs empHolAmt empDiffHrs
                      empMealHrs empMealAmt.

       133-writeUtil.
            if pastPaidENum = spaces or eTotalHrs = 0
            move eTotalPay to wwDollars
            write wcWageRec.

      *    The week's pay is left for the monthly register broken
      *    out by earnings type; Lab6a pays hourly staff from the
      *    weeks that end inside its period.
       144-writeEarnings.
            if pastPaidENum = spaces
                exit paragraph
            end-if
            if eTotalHrs = 0 and eTotalPay = 0
                exit paragraph
            end-if
            move spaces to earningsRec
            move currentPd to erPeriodId
            move wsDate to erWeekEnd
            move pastPaidENum to erEmpNum
            move empRegHrs to erRegHrs
            move empRegAmt to erRegAmt
            move empOtHrs to erOtHrs
            move empOtAmt to erOtAmt
            move empHolHrs to erHolHrs
            move empHolAmt to erHolAmt
            move empDiffHrs to erDiffHrs
            move empDiffTotal to erDiffAmt
            move eTotalPay to erGross
            move empMealHrs to erMealHrs
            move empMealAmt to erMealAmt
            write earningsRec.

      *    One allocation record per worked department goes to the
      *    labor work file and is totaled after a sort, so however
      *    many departments the week touches every dollar is
            move 0 to lwHours
            move 0 to lwDollars
            move eTotalPay to lwHomeDolrs
            move empUnapHrs to lwUnapHrs
            move empUnapDol to lwUnapDol
            write laborWorkRec

            move 0 to empDeptCount.
            move edHours(edIdx) to lwHours
            move allocPay to lwDollars
            move 0 to lwHomeDolrs
            move 0 to lwUnapHrs lwUnapDol
            write laborWorkRec.

       139-accrueLeave.
            if eTotalHrs > 40
                compute overtime = pastPay * 1.5
                compute eTotalPay = overtime * (eTotalHrs - 40)
                move eTotalPay to empOtAmt
                compute empOtHrs = eTotalHrs - 40
                compute eTotalPay = eTotalPay + pastPay * 40
                compute empRegAmt = eTotalPay - empOtAmt
                move 40 to empRegHrs
            else
                compute eTotalPay = pastPay * eTotalHrs
                move eTotalPay to empRegAmt
                move eTotalHrs to empRegHrs
            end-if.
            
       190-calcDayHours.

            compute dayPay = pay * dayRegHours +
                    pay * dayOTHours * 1.5
            add dayPay to eTotalPay

            compute dayRegAmt = pay * dayRegHours
            add dayRegHours to empRegHrs
            add dayRegAmt to empRegAmt
            add dayOTHours to empOtHrs
            compute empOtAmt = empOtAmt + dayPay - dayRegAmt.

       206-accumWorkedDept.
            move "N" to edFound
                            (htMult(holidayHit) - 1)
                    add holExtraAmt to empHolPrem
                    add holExtraAmt to htWorkedAmt(holidayHit)
                    add currentDayHrs to empHolHrs
                end-if
            end-if.

                varying holidayIdx from 1 by 1
                until holidayIdx > holidayCount
            add empHolPrem to eTotalPay
            add empHolPrem to empHolAmt
            move 0 to empHolPrem.

       151-applyOneHoliday.
                compute autoPayAmt rounded = pastPay * autoPayHours
                add autoPayAmt to eTotalPay
                add autoPayAmt to htAutoAmt(holidayIdx)
                add autoPayHours to empHolHrs
                add autoPayAmt to empHolAmt
            end-if
            move "N" to ehWorked(holidayIdx).

            if overlapMins > 0
                compute dayDiffAmt rounded = dayDiffAmt +
                        pay * stPct(shiftIdx) * overlapMins / 60
                compute empDiffHrs rounded = empDiffHrs +
                        overlapMins / 60
            end-if.

       208-overlapPair1.
            end-if.

       205-bufferCsvDay.
            if csvDayCount < 14
                add 1 to csvDayCount
                move "D" to csvDayType(csvDayCount)
                move 0 to csvDayAmt(csvDayCount)
                move deptNum to csvDayDepNum(csvDayCount)
                move empNum to csvDayEmNum(csvDayCount)
                move lastName to csvDayLastName(csvDayCount)
                     after advancing 1 line
            end-if.

      *    A day long enough to call for a meal under the work state's
      *    rule is checked for a missing meal (one punch pair), a
      *    break shorter than the minimum, or a break that starts
      *    later than the rule allows.  Every miss goes to the weekly
      *    compliance report; where the state requires it the day
      *    also earns one hour at the regular rate, shown on its own
      *    line and carried separately on the earnings file.
       211-checkMealBreak.
            move "N" to mealPremDay
            if mealRuleCount = 0
                exit paragraph
            end-if
            move 0 to mealRuleHit
            perform 212-matchMealRule
                varying mealRuleIdx from 1 by 1
                until mealRuleIdx > mealRuleCount or mealRuleHit > 0
            if mealRuleHit = 0
                exit paragraph
            end-if

            compute mealIn1 = timeIn1Hr * 60 + timeIn1Min
            compute mealOut1 = timeOut1Hr * 60 + timeOut1Min
            if overnightFlag = "Y"
                add 1440 to mealOut1
            end-if
            compute mealWorked = mealOut1 - mealIn1
            move 0 to mealBreak
            if missing2 = "N"
                compute mealIn2 = timeIn2Hr * 60 + timeIn2Min
                compute mealOut2 = timeOut2Hr * 60 + timeOut2Min
                if mealOut2 < mealIn2
                    add 1440 to mealOut2
                end-if
                compute mealWorked = mealWorked + mealOut2 - mealIn2
                compute mealBreak = mealIn2 - mealOut1
                if mealBreak < 0
                    move 0 to mealBreak
                end-if
            end-if

            if mealWorked <= mtTrigMins(mealRuleHit)
                exit paragraph
            end-if
            if missing2 = "Y"
                move "M" to mealCode
                move "Missing meal" to mplText mrlText
            else if mealBreak < mtMinBreak(mealRuleHit)
                move "S" to mealCode
                move "Short meal" to mplText mrlText
            else if mealOut1 - mealIn1 > mtLatest(mealRuleHit)
                move "L" to mealCode
                move "Late meal" to mplText mrlText
            else
                exit paragraph
            end-if
            end-if
            end-if

            move 0 to mealPremAmt
            if mtPremium(mealRuleHit) = "Y"
                compute mealPremAmt rounded = pay * 1
                add 1 to empMealHrs
                add mealPremAmt to empMealAmt
                move "Y" to mealPremDay
                perform 214-bufferCsvMeal
            end-if

            move spaces to mealWorkRec
            move dNum to mwDept
            move empNum to mwEmpNum
            move lastName to mwName
            compute mwDate = workYear * 10000 + workMonth * 100
                    + workDay
            move workState to mwState
            move mealCode to mwCode
            move mealWorked to mwWorked
            move mealBreak to mwBreak
            move mealPremAmt to mwPremAmt
            write mealWorkRec.

       212-matchMealRule.
            if mtState(mealRuleIdx) = workState
                move mealRuleIdx to mealRuleHit
            end-if.

       213-printMealPrem.
            move workState to mplState
            move mealBreak to mplBreak
            move 1 to mplHours
            move pay to mplRate
            move mealPremAmt to mplAmt
            write payrollRec from mealPremLine
                after advancing 1 line
            move "N" to mealPremDay.

       214-bufferCsvMeal.
            if csvDayCount < 14
                add 1 to csvDayCount
                move "M" to csvDayType(csvDayCount)
                move deptNum to csvDayDepNum(csvDayCount)
                move empNum to csvDayEmNum(csvDayCount)
                move lastName to csvDayLastName(csvDayCount)
                compute csvDayWorkDate(csvDayCount) =
                        workYear * 10000 + workMonth * 100 + workDay
                move 1 to csvDayHoursHr(csvDayCount)
                move 0 to csvDayHoursMin(csvDayCount)
                move mealPremAmt to csvDayAmt(csvDayCount)
            else
                move empNum to cdoEmpNum
                write payrollRec from csvDayOverflowLine
                     after advancing 1 line
            end-if.

      *    The week's pay, overtime and premiums included, over the
      *    hours worked is the effective hourly rate.  What the law
      *    requires is the higher of the state and federal minimum for
      *    every hour plus the half-time overtime premium on it; any
      *    shortfall is the make-up owed for the week.
       216-checkMinWage.
            if minWageCount = 0 or pastPaidENum = spaces
                    or eTotalHrs = 0 or not (pastPayCode = "H")
                exit paragraph
            end-if
            move 0 to mnStateDate mnStateMin mnFedDate mnFedMin
            perform 217-matchMinWage
                varying minWageIdx from 1 by 1
                until minWageIdx > minWageCount
            move mnFedMin to mnMinRate
            if mnStateMin > mnMinRate
                move mnStateMin to mnMinRate
            end-if
            if mnMinRate = 0
                exit paragraph
            end-if

            compute mnEffRate rounded = eTotalPay / eTotalHrs
            compute mnRequired rounded = mnMinRate * eTotalHrs +
                    mnMinRate * .5 * empOtHrs
            if eTotalPay >= mnRequired
                exit paragraph
            end-if
            compute mnMakeUp = mnRequired - eTotalPay
            add 1 to mnExcCount
            add mnMakeUp to mnMakeUpTotal

            move pastPaidENum to mnlEmpNum
            move pastUtilName to mnlName
            move pastWorkState to mnlState
            move eTotalHrs to mnlHours
            move eTotalPay to mnlGross
            move mnEffRate to mnlEffRate
            move mnMinRate to mnlMinRate
            move mnMakeUp to mnlMakeUp
            write minWageRptRec from minWageLine
                after advancing 1 line.

       217-matchMinWage.
            if mtbEffDate(minWageIdx) > wsDate
                exit paragraph
            end-if
            if mtbState(minWageIdx) = pastWorkState
                    and mtbEffDate(minWageIdx) >= mnStateDate
                move mtbEffDate(minWageIdx) to mnStateDate
                move mtbHourly(minWageIdx) to mnStateMin
            end-if
            if mtbState(minWageIdx) = "US"
                    and mtbEffDate(minWageIdx) >= mnFedDate
                move mtbEffDate(minWageIdx) to mnFedDate
                move mtbHourly(minWageIdx) to mnFedMin
            end-if.

      *    Overtime is paid whether or not it was approved; what was
      *    worked beyond the authorized hours, and the overtime pay on
      *    it, goes to HR's exception report and rides with the home
      *    department onto the labor data file.
       226-checkOtAuth.
            move 0 to empUnapHrs empUnapDol empAuthHrs
            move spaces to empApprover
            if pastPaidENum = spaces or empOtHrs = 0
                exit paragraph
            end-if
            perform 227-matchOtAuth
                varying otAuthIdx from 1 by 1
                until otAuthIdx > otAuthCount
            if empOtHrs <= empAuthHrs
                exit paragraph
            end-if
            compute empUnapHrs = empOtHrs - empAuthHrs
            compute empUnapDol rounded = empOtAmt * empUnapHrs
                    / empOtHrs

            move spaces to otExcWorkRec
            move pastDeptNum to oxDept
            if empApprover = spaces
                move "(none)" to oxApprover
            else
                move empApprover to oxApprover
            end-if
            move pastPaidENum to oxEmpNum
            move pastUtilName to oxName
            move empOtHrs to oxOtHrs
            move empAuthHrs to oxAuthHrs
            move empUnapHrs to oxUnapHrs
            move empUnapDol to oxUnapDol
            write otExcWorkRec.

       227-matchOtAuth.
            if atEmpNum(otAuthIdx) = pastPaidENum
                add atHours(otAuthIdx) to empAuthHrs
                if empApprover = spaces
                    move atApprover(otAuthIdx) to empApprover
                end-if
            end-if.

       218-accumProject.
            move "N" to epFound
            move 1 to epFoundIdx
            perform 219-findEmpProject
                varying epIdx from 1 by 1
                until epIdx > empProjCount or epFound = "Y"

            if epFound = "N"
                if empProjCount < 31
                    add 1 to empProjCount
                    move projCode to epProject(empProjCount)
                    move 0 to epHours(empProjCount)
                    move empProjCount to epFoundIdx
                    move "Y" to epFound
                end-if
            end-if

            if epFound = "Y"
                add currentDayHrs to epHours(epFoundIdx)
            end-if.

       219-findEmpProject.
            if epProject(epIdx) = projCode
                move "Y" to epFound
                move epIdx to epFoundIdx
            end-if.

      *    The week's pay - overtime, differential, holiday and meal
      *    premiums included - is spread over the projects the
      *    employee charged in proportion to the hours on each, the
      *    last project taking the rounding so every dollar lands.
      *    Hours with no project code are costed to a blank project.
       221-distributeProjects.
            if empProjCount = 0 or eTotalHrs = 0
                move 0 to empProjCount
                exit paragraph
            end-if

            move 0 to allocSoFar
            perform 222-allocProject
                varying epIdx from 1 by 1
                until epIdx > empProjCount

            move 0 to empProjCount.

       222-allocProject.
            if epIdx = empProjCount
                compute allocPay = eTotalPay - allocSoFar
            else
                compute allocPay rounded = eTotalPay *
                        epHours(epIdx) / eTotalHrs
                add allocPay to allocSoFar
            end-if

            move epProject(epIdx) to projectKey
            perform 223-findProject
            move spaces to projWorkRec
            if projectHit > 0
                move ptClient(projectHit) to pcClient
            end-if
            move epProject(epIdx) to pcProject
            move pastPaidENum to pcEmpNum
            move epHours(epIdx) to pcHours
            move allocPay to pcCost
            write projWorkRec.

       223-findProject.
            move 0 to projectHit
            if projectKey = spaces
                exit paragraph
            end-if
            perform 224-matchProject
                varying projectIdx from 1 by 1
                until projectIdx > projectCount or projectHit > 0.

       224-matchProject.
            if ptCode(projectIdx) = projectKey
                move projectIdx to projectHit
            end-if.

       210-reconcile.
            close payrollMaster sortedTimecard
            open input payrollMaster
            if not (ltFileStatus = "00")
                exit paragraph
            end-if
            perform 311-openFmla

            perform until ltEof = "Y"
                read leaveTrans
                        move "Y" to ltEof
                    not at end
                        perform 320-postLeaveTaken
                        if not (ltFmlaCase = spaces)
                            perform 325-postFmlaUsage
                        end-if
                end-read
            end-perform
            close leaveTrans fmlaUsageFile
            if fmlaCasesOpen = "Y"
                close fmlaCaseFile
            end-if.

      *    Leave hours tagged with an FMLA case are also logged on the
      *    usage file the FMLA balance report works from; the case
      *    file is only read here, Lab5l maintains it.
       311-openFmla.
            open input fmlaCaseFile
            if fcFileStatus = "00"
                move "Y" to fmlaCasesOpen
            end-if
            open extend fmlaUsageFile
            if fuFileStatus = "35"
                open output fmlaUsageFile
                close fmlaUsageFile
                open extend fmlaUsageFile
            end-if.

      *    Type U is unpaid leave: it draws no balance and is only
      *    carried here so it can count against an FMLA case.
       320-postLeaveTaken.
            if ltType = "U"
                exit paragraph
            end-if
            move ltEmpNum to lvEmpNum
            read leaveFile
                invalid key
                    rewrite leaveRec
            end-read.

      *    The hours count against the case only when the case is on
      *    file, still open, and the employee was eligible when it
      *    started; anything else is logged as rejected with the
      *    reason so HR can correct the case or the transaction.
       325-postFmlaUsage.
            move spaces to fmlaUsageRec
            move currentPd to fuPeriodId
            if ltTakenDate is numeric
                move ltTakenDate to fuDate
            else
                move wsDate to fuDate
            end-if
            move ltEmpNum to fuEmpNum
            move ltFmlaCase to fuCaseSeq
            move ltType to fuType
            move ltHours to fuHours
            move "P" to fuStatus

            if fmlaCasesOpen = "N"
                move "FMLA case file not available" to fuReason
            else
                if ltFmlaCase is not numeric
                    move "Case number not numeric" to fuReason
                else
                    move ltEmpNum to fcEmpNum
                    move ltFmlaCase to fcSeq
                    read fmlaCaseFile
                        invalid key
                            move "Case not on file" to fuReason
                        not invalid key
                            if fcStatus = "C"
                                move "Case closed" to fuReason
                            else if fcEligible = "N"
                                move "Employee not FMLA eligible"
                                    to fuReason
                            else if fuDate < fcStartDate
                                move "Leave date before case start"
                                    to fuReason
                            end-if
                            end-if
                            end-if
                    end-read
                end-if
            end-if

            if fuReason = spaces
                add 1 to fmlaPostCount
                add ltHours to fmlaPostHours
            else
                move "R" to fuStatus
                add 1 to fmlaRejCount
            end-if
            write fmlaUsageRec.

       330-printLeaveReport.
            write leaveRptRec from leaveRptHead
                after advancing 1 line
                after advancing 1 line
            perform 340-printLeaveDept
                varying ldIdx from 1 by 1
                until ldIdx > leaveDeptCount
            if fmlaPostCount > 0 or fmlaRejCount > 0
                write leaveRptRec from blankLine
                    after advancing 1 line
                move "FMLA leave posted to cases:" to frLabel
                move fmlaPostCount to frCount
                move fmlaPostHours to frHours
                write leaveRptRec from fmlaRptLine
                    after advancing 1 line
                move spaces to fmlaRptLine
                move "FMLA leave rejected (see Lab10f):" to frLabel
                move fmlaRejCount to frCount
                write leaveRptRec from fmlaRptLine
                    after advancing 1 line
            end-if.

       340-printLeaveDept.
            move ldDept(ldIdx) to lrDept
                        add slHours to accLaborHours
                        add slDollars to accLaborDolrs
                        add slHomeDolrs to accLaborHome
                        add slUnapHrs to accLaborUnHrs
                        add slUnapDol to accLaborUnDol
                end-read
            end-perform
            close sortedLabor.
            end-if
            perform 360-printLaborDept
            move 0 to accLaborHours accLaborDolrs accLaborHome
                      accLaborUnHrs accLaborUnDol
            move spaces to curLaborDept.

       360-printLaborDept.
            move curLaborDept to lbDept
            move accLaborHours to lbHours
            move accLaborDolrs to lbDollars
            move accLaborUnHrs to lbUnapHrs
            move accLaborUnDol to lbUnapDol
            write laborDataRec.

      *    The week's meal-break misses, by the department the hours
      *    were worked in, for the supervisors.
       390-printMealReport.
            sort tempMeal
                on ascending key tmDept tmEmpNum tmDate
                using mealWork
                giving sortedMeal

            open output mealReport
            move weekStart to mrhStart
            move weekEnd to mrhEnd
            write mealRptRec from mealRptHead
                after advancing 1 line
            write mealRptRec from blankLine
                after advancing 1 line
            write mealRptRec from mealRptColHead
                after advancing 1 line

            open input sortedMeal
            perform until smEof = "Y"
                read sortedMeal
                    at end
                        move "Y" to smEof
                        perform 392-breakMealDept
                    not at end
                        if not (smDept = curMealDept)
                            perform 392-breakMealDept
                            move smDept to curMealDept
                        end-if
                        perform 394-printMealLine
                end-read
            end-perform
            close sortedMeal

            if totMealCount = 0
                write mealRptRec from mealNoneLine
                    after advancing 1 line
            else
                move totMealCount to mtlCount
                move totMealPrem to mtlPrem
                write mealRptRec from mealTotalLine
                    after advancing 1 line
            end-if
            close mealReport.

       392-breakMealDept.
            if curMealDept = spaces
                exit paragraph
            end-if
            move curMealDept to mdlDept
            move deptMealCount to mdlCount
            move deptMealPrem to mdlPrem
            write mealRptRec from mealDeptLine
                after advancing 1 line
            write mealRptRec from blankLine
                after advancing 1 line
            move 0 to deptMealCount deptMealPrem
            move spaces to curMealDept.

       394-printMealLine.
            move smDept to mrlDept
            move smEmpNum to mrlEmpNum
            move smName to mrlName
            move smDate to mrlDate
            move smState to mrlState
            evaluate smCode
                when "M"
                    move "Missing meal" to mrlText
                when "S"
                    move "Short meal" to mrlText
                when other
                    move "Late meal" to mrlText
            end-evaluate
            move smWorked to mrlWorked
            move smBreak to mrlBreak
            move smPremAmt to mrlPrem
            write mealRptRec from mealRptLine
                after advancing 1 line
            add 1 to deptMealCount totMealCount
            add smPremAmt to deptMealPrem totMealPrem.

      *    Hours, cost and billable value by client and project; each
      *    billable project's hours at its bill rate also go to the
      *    invoicing extract.
       384-printProjectCost.
            sort tempProj
                on ascending key tpjClient tpjProject
                using projWork
                giving sortedProj

            open output projCostReport
                 output billingFile
            move wsDate to pchEnd
            write projCostRec from projCostHead
                after advancing 1 line
            write projCostRec from blankLine
                after advancing 1 line
            write projCostRec from projCostColHead
                after advancing 1 line

            open input sortedProj
            perform until spjEof = "Y"
                read sortedProj
                    at end
                        move "Y" to spjEof
                        perform 386-breakProject
                    not at end
                        move spjClient to skClient
                        move spjProject to skProject
                        if not (spjKey = curProjKey)
                            perform 386-breakProject
                            move spjKey to curProjKey
                            move "Y" to projStarted
                        end-if
                        add spjHours to accProjHours
                        add spjCost to accProjCost
                end-read
            end-perform
            close sortedProj

            write projCostRec from blankLine
                after advancing 1 line
            move totProjHours to pctHours
            move totProjCost to pctCost
            move totProjBill to pctValue
            write projCostRec from projCostTotLine
                after advancing 1 line
            close projCostReport billingFile.

       386-breakProject.
            if projStarted = "N"
                exit paragraph
            end-if
            perform 388-printProjectLine
            move 0 to accProjHours accProjCost
            move spaces to curProjKey
            move "N" to projStarted.

       388-printProjectLine.
            move cpkProject to projectKey
            perform 223-findProject
            move cpkClient to pclClient
            move cpkProject to pclProject
            move 0 to projBillValue
            if projectHit = 0
                move "(no project)" to pclName
                move spaces to pclBill
                move 0 to pclRate
            else
                move ptName(projectHit) to pclName
                move ptBillable(projectHit) to pclBill
                move ptBillRate(projectHit) to pclRate
                if ptBillable(projectHit) = "Y"
                    compute projBillValue rounded =
                            accProjHours * ptBillRate(projectHit)
                end-if
            end-if
            move accProjHours to pclHours
            move accProjCost to pclCost
            move projBillValue to pclValue
            write projCostRec from projCostLine
                after advancing 1 line
            add accProjHours to totProjHours
            add accProjCost to totProjCost
            add projBillValue to totProjBill

            if projBillValue > 0
                move spaces to billingRec
                move wsDate to blWeekEnd
                move cpkClient to blClient
                move cpkProject to blProject
                move accProjHours to blHours
                move ptBillRate(projectHit) to blRate
                move projBillValue to blAmount
                write billingRec
            end-if.

      *    Unapproved overtime by home department and the approver on
      *    file for the employee's week ("(none)" when nothing was
      *    authorized), with a subtotal at each break.
       372-printOtExceptions.
            sort tempOtExc
                on ascending key toxDept toxApprover toxEmpNum
                using otExcWork
                giving sortedOtExc

            open output otExcReport
            move wsDate to oehEnd
            write otExcRptRec from otExcHead
                after advancing 1 line
            write otExcRptRec from blankLine
                after advancing 1 line
            write otExcRptRec from otExcColHead
                after advancing 1 line

            open input sortedOtExc
            perform until soxEof = "Y"
                read sortedOtExc
                    at end
                        move "Y" to soxEof
                        perform 374-breakOtApprover
                        perform 376-breakOtDept
                    not at end
                        if not (soxDept = curOxDept)
                            perform 374-breakOtApprover
                            perform 376-breakOtDept
                        else
                            if not (soxApprover = curOxApprover)
                                perform 374-breakOtApprover
                            end-if
                        end-if
                        move soxDept to curOxDept
                        move soxApprover to curOxApprover
                        move "Y" to oxStarted
                        perform 378-printOtLine
                end-read
            end-perform
            close sortedOtExc

            if totUnCount = 0
                write otExcRptRec from otExcNoneLine
                    after advancing 1 line
            else
                move "All departments" to oslLabel
                move totUnCount to oslCount
                move totUnHrs to oslHours
                move totUnDol to oslDollars
                write otExcRptRec from otExcSubLine
                    after advancing 1 line
            end-if
            if otAuthDrop > 0
                move otAuthDrop to oadCount
                write otExcRptRec from otAuthDropLine
                    after advancing 1 line
            end-if
            close otExcReport.

       374-breakOtApprover.
            if oxStarted = "N" or apprUnCount = 0
                exit paragraph
            end-if
            move spaces to oslLabel
            string "Approver " delimited by size
                   curOxApprover delimited by "  "
                   into oslLabel
            end-string
            move apprUnCount to oslCount
            move apprUnHrs to oslHours
            move apprUnDol to oslDollars
            write otExcRptRec from otExcSubLine
                after advancing 1 line
            move 0 to apprUnCount apprUnHrs apprUnDol.

       376-breakOtDept.
            if oxStarted = "N" or deptUnCount = 0
                exit paragraph
            end-if
            move spaces to oslLabel
            string "Department " delimited by size
                   curOxDept delimited by size
                   into oslLabel
            end-string
            move deptUnCount to oslCount
            move deptUnHrs to oslHours
            move deptUnDol to oslDollars
            write otExcRptRec from otExcSubLine
                after advancing 1 line
            write otExcRptRec from blankLine
                after advancing 1 line
            move 0 to deptUnCount deptUnHrs deptUnDol.

       378-printOtLine.
            move soxDept to oelDept
            move soxApprover to oelApprover
            move soxEmpNum to oelEmpNum
            move soxName to oelName
            move soxOtHrs to oelOtHrs
            move soxAuthHrs to oelAuthHrs
            move soxUnapHrs to oelUnapHrs
            move soxUnapDol to oelUnapDol
            write otExcRptRec from otExcLine
                after advancing 1 line
            add 1 to apprUnCount deptUnCount totUnCount
            add soxUnapHrs to apprUnHrs deptUnHrs totUnHrs
            add soxUnapDol to apprUnDol deptUnDol totUnDol.

       398-minWageTotals.
            write minWageRptRec from blankLine
                after advancing 1 line
            move mnExcCount to mntCount
            move mnMakeUpTotal to mntMakeUp
            write minWageRptRec from minWageTotLine
                after advancing 1 line.

       370-writeRunCtl.
            move spaces to runCtlRec
            move "LAB10A" to rcProgram
