      *      employee/day cards are caught, and only clean cards are passed
      *      through to the weekly payroll sort. Rejects bounce to a suspense
      *      file with reason lines for the supervisors.
      *      Clean cards are also held to the meal-break rules for the
      *      employee's work state; short, late, or missing meals are
      *      flagged for the supervisors without stopping the card.
      *      A project code on the card must be on the project master
      *      and open; a blank code is time not charged to a project.

       Identification Division.
       Program-Id.  Lab10e.
            organization is line sequential
            file status is bxFileStatus.

            Select projectFile assign to "projects.dat"
            organization is line sequential
            file status is pjFileStatus.

            Select mealRuleFile assign to "mealrules.dat"
            organization is line sequential
            file status is mrFileStatus.

            Select payrollMaster assign to "lab5-clean.dat"
            organization is indexed
            access mode is random
            record key is empNum
            file status is clFileStatus.

       Data Division.
       File Section.
       FD   rawTimecard.
            05  rtimeIn2Min  Pic X(2).
            05  rtimeOut2Hr  Pic X(2).
            05  rtimeOut2Min Pic X(2).
            05  rProject     Pic X(6).
       SD   tempSort.
       01   tsRec.
            05  tsDNum       Pic X(5).
            05  tsENum       Pic X(5).
            05  tsWorkDate   Pic X(8).
            05  tsTimes      Pic X(16).
            05  tsProject    Pic X(6).
       FD   sortedWork.
       01   swRec.
            05  swDNum       Pic X(5).
            05  swTimeIn2Min  Pic X(2).
            05  swTimeOut2Hr  Pic X(2).
            05  swTimeOut2Min Pic X(2).
            05  swProject     Pic X(6).
       FD   cleanTimecard.
       01   cleanTimecardRec Pic X(40).
       FD   rejectTimecard.
       01   rejectTimecardRec Pic X(40).
       FD   editReport.
       01   reportRecord Pic X(90).
       FD   payWeekFile.
            05  spTime       Pic 9(4).
            05  spFlag       Pic X.
       FD   punchCards.
       01   punchCardRec    Pic X(40).
       FD   badgeXref.
       01   badgeXrefRec.
            05  bxBadge      Pic X(10).
            05  jsTime      Pic 9(6).
            05              Pic X.
            05  jsRecCount  Pic 9(9).
       FD   projectFile.
       01   projectRec.
            05  pjCode       Pic X(6).
            05  pjName       Pic X(20).
            05  pjClient     Pic X(10).
            05  pjBillable   Pic X.
            05  pjBillRate   Pic 9(4)V99.
            05  pjStatus     Pic X.
       FD   mealRuleFile.
       01   mealRuleRec.
            05  mrState      Pic X(2).
            05  mrTrigMins   Pic 9(3).
            05  mrMinBreak   Pic 9(3).
            05  mrLatestMins Pic 9(3).
            05  mrPremium    Pic X.
       FD   payrollMaster.
       01   inFileRec.
            05  regionNum   Pic X(2).
            05  regionName  Pic X(15).
            05  deptNum     Pic X(5).
            05  deptName    Pic X(30).
            05  empNum      Pic X(5).
            05  lastName    Pic X(20).
            05  firstName   Pic X(15).
            05  gender      Pic X(1).
            05  street      Pic X(20).
            05  cityState   Pic X(20).
            05  jobTitle    Pic X(20).
            05  dobYr       Pic 9(4).
            05  dobMo       Pic 99.
            05  dobDay      Pic 99.
            05  hireYr      Pic 9(4).
            05  hireMo      Pic 99.
            05  hireDay     Pic 99.
            05  maritalStat Pic X.
            05  numDep      Pic 99.
            05  schoolDist  Pic X(3).
            05  medical     Pic X.
            05  dental      Pic X.
            05  vision      Pic X.
            05  401k        Pic V999.
            05  payCode     Pic X.
            05  pay         Pic 9(7)V99.
            05  hours       Pic 99V99.
            05  commission  Pic V9(3).
            05  sales       Pic 9(7)V99.
            05  routingNum  Pic X(9).
            05  accountNum  Pic X(17).
            05  garnEntry OCCURS 3 TIMES.
                10  garnType    Pic X.
                10  garnPayee   Pic X(15).
                10  garnAmount  Pic 9(5)V999.
            05  otPlan      Pic X(1).
            05  empStatus   Pic X.
            05  termDate.
                10  termYr      Pic 9(4).
                10  termMo      Pic 99.
                10  termDay     Pic 99.
            05  bankStat    Pic X.
            05  empSsn      Pic X(9).
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

       Working-Storage Section.
       01   eof             Pic X value "N".
       01   timeRangeError  Pic X value "N".
       01   missingOutError Pic X value "N".
       01   duplicateError  Pic X value "N".
       01   projectError    Pic X value "N".
       01   printDateNumError   Pic X(90) value "Non-numeric work " &
                    "date found on the following timecard:".
       01   printDateRangeError Pic X(90) value "Work date outside " &
                    "without time-out found on the following timecard:".
       01   printDuplicate      Pic X(90) value "Duplicate timecard " &
                    "for employee and date on the following timecard:".
       01   printProjectError   Pic X(90) value "Project code not " &
                    "on file or closed on the following timecard:".
       01   pjFileStatus    Pic XX.
       01   pjEof           Pic X value "N".
       01   projectTable.
            05  projectEntry OCCURS 300 TIMES.
                10  ptCode      Pic X(6).
                10  ptStatus    Pic X.
       01   projectCount    Pic 999 value 0.
       01   projectIdx      Pic 999 value 0.
       01   projectHit      Pic 999 value 0.
       01   hdFileStatus    Pic XX.
       01   hdEof           Pic X value "N".
       01   ppdFileStatus   Pic XX.
            05  bcENum       Pic X(5).
            05  bcWorkDate   Pic X(8).
            05  bcTimes      Pic X(16).
            05  bcProject    Pic X(6).
       01   printUnknownBadge.
            05          Pic X(15) value "Unknown badge ".
            05  pubBadge Pic X(10).
       01   holidayTotalLine.
            05              Pic X(30) value "Holiday punches flagged:".
            05  holidayTotal Pic ZZZ9.
       01   mrFileStatus    Pic XX.
       01   mrEof           Pic X value "N".
       01   clFileStatus    Pic XX.
       01   masterOpen      Pic X value "N".
       01   mealRuleTable.
            05  mealRuleEntry OCCURS 60 TIMES.
                10  mtState     Pic X(2).
                10  mtTrigMins  Pic 9(3).
                10  mtMinBreak  Pic 9(3).
                10  mtLatest    Pic 9(3).
       01   mealRuleCount   Pic 99 value 0.
       01   mealRuleIdx     Pic 99 value 0.
       01   mealRuleHit     Pic 99 value 0.
       01   mealHr          Pic 99.
       01   mealMin         Pic 99.
       01   mealIn1         Pic 9(4) value 0.
       01   mealOut1        Pic 9(4) value 0.
       01   mealIn2         Pic 9(4) value 0.
       01   mealOut2        Pic 9(4) value 0.
       01   mealWorked      Pic 9(4) value 0.
       01   mealBreak       Pic S9(4) value 0.
       01   mealFlagCount   Pic 9(4) value 0.
       01   printMealFlag.
            05  pmfText Pic X(20).
            05          Pic X(8) value " (state ".
            05  pmfState Pic X(2).
            05          Pic X(8) value ", break ".
            05  pmfBreak Pic ZZ9.
            05          Pic X(35) value " min) on the following " &
                                        "timecard:".
       01   mealTotalLine.
            05              Pic X(30) value "Meal-break flags:".
            05  mealTotal   Pic ZZZ9.
       01   blankLine       Pic X value spaces.
       01   cleanTotalLine.
            05              Pic X(30) value "Clean timecards passed:".
            perform 015-checkRunState
            perform 020-readPayWeek
            perform 030-loadHolidays
            perform 035-loadMealRules
            perform 036-loadProjects

            open output cleanTimecard
                 output rejectTimecard
                        else
                            add 1 to cleanCount
                            perform 180-flagHoliday
                            perform 185-flagMealBreak
                            write cleanTimecardRec from swRec
                        end-if

            move badgeCardCount to badgeTotal
            write reportRecord from badgeTotalLine
                after advancing 1 line
            move mealFlagCount to mealTotal
            write reportRecord from mealTotalLine
                after advancing 1 line

            perform 970-recordRunState
            close sortedWork cleanTimecard rejectTimecard editReport
            if masterOpen = "Y"
                close payrollMaster
            end-if
            stop run.

       010-getPeriod.
                move holidayIdx to holidayHit
            end-if.

      *    The meal-break rules are kept by work state: the worked
      *    minutes that call for a meal, the shortest break that
      *    counts, and the latest point in the shift (minutes from
      *    the first in-punch) by which the break must start.
       035-loadMealRules.
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
                        end-if
                end-read
            end-perform
            close mealRuleFile
            if mealRuleCount > 0
                open input payrollMaster
                if clFileStatus = "00"
                    move "Y" to masterOpen
                end-if
            end-if.

      *    Like a holiday punch, a meal-break miss does not stop the
      *    card - the pay consequence is Lab10a's - but the supervisors
      *    are told which day was short, late, or had no meal at all.
       185-flagMealBreak.
            if masterOpen = "N"
                exit paragraph
            end-if
            move swENum to empNum
            read payrollMaster
                invalid key
                    exit paragraph
            end-read
            move 0 to mealRuleHit
            perform 187-matchMealRule
                varying mealRuleIdx from 1 by 1
                until mealRuleIdx > mealRuleCount or mealRuleHit > 0
            if mealRuleHit = 0
                exit paragraph
            end-if

            move swTimeIn1Hr to mealHr
            move swTimeIn1Min to mealMin
            compute mealIn1 = mealHr * 60 + mealMin
            move swTimeOut1Hr to mealHr
            move swTimeOut1Min to mealMin
            compute mealOut1 = mealHr * 60 + mealMin
            if mealOut1 < mealIn1
                add 1440 to mealOut1
            end-if
            compute mealWorked = mealOut1 - mealIn1
            move 0 to mealBreak
            if not (swTimeIn2Hr = spaces)
                move swTimeIn2Hr to mealHr
                move swTimeIn2Min to mealMin
                compute mealIn2 = mealHr * 60 + mealMin
                move swTimeOut2Hr to mealHr
                move swTimeOut2Min to mealMin
                compute mealOut2 = mealHr * 60 + mealMin
                if mealOut2 < mealIn2
                    add 1440 to mealOut2
                end-if
                compute mealWorked = mealWorked + mealOut2 - mealIn2
                compute mealBreak = mealIn2 - mealOut1
            end-if

            if mealWorked <= mtTrigMins(mealRuleHit)
                exit paragraph
            end-if
            if swTimeIn2Hr = spaces
                move "Missing meal break" to pmfText
            else if mealBreak < mtMinBreak(mealRuleHit)
                move "Short meal break" to pmfText
            else if mealOut1 - mealIn1 > mtLatest(mealRuleHit)
                move "Late meal break" to pmfText
            else
                exit paragraph
            end-if
            end-if
            end-if

            add 1 to mealFlagCount
            move workState to pmfState
            move mealBreak to pmfBreak
            write reportRecord from printMealFlag
                after advancing 1 line
            write reportRecord from swRec
                after advancing 1 line
            write reportRecord from blankLine
                after advancing 1 line.

       187-matchMealRule.
            if mtState(mealRuleIdx) = workState
                move mealRuleIdx to mealRuleHit
            end-if.

       036-loadProjects.
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
                            move pjStatus to ptStatus(projectCount)
                        end-if
                end-read
            end-perform
            close projectFile.

       100-editCard.
            perform 120-checkDate
            perform 140-checkTimes
            perform 160-checkDuplicate
            perform 170-checkProject.

       120-checkDate.
            if swWorkDate is not numeric
                add 1 to errorCount
            end-if.

      *    Hours may only be charged to a project that is on the master
      *    and still open.
       170-checkProject.
            if swProject = spaces
                exit paragraph
            end-if
            move 0 to projectHit
            perform 175-matchProject
                varying projectIdx from 1 by 1
                until projectIdx > projectCount or projectHit > 0
            if projectHit = 0
                move "Y" to projectError
            else
                if not (ptStatus(projectHit) = "O")
                    move "Y" to projectError
                end-if
            end-if
            if projectError = "Y"
                add 1 to thisIncidentCount
                add 1 to errorCount
            end-if.

       175-matchProject.
            if ptCode(projectIdx) = swProject
                move projectIdx to projectHit
            end-if.

       500-printErrors.
            if dateNumError = "Y"
                write reportRecord from printDateNumError
            if duplicateError = "Y"
                write reportRecord from printDuplicate
                    after advancing 1 line
            end-if

            if projectError = "Y"
                write reportRecord from printProjectError
                    after advancing 1 line
            end-if.

       700-resetValues.
            move 0 to thisIncidentCount
            move "N" to dateNumError dateRangeError timeNumError
                timeRangeError missingOutError duplicateError
                projectError.
