      *      James Olsen
      *      End-of-night run status board.  The nightly stream
      *      programs (Lab5, Lab5e, Lab5m, Lab10e, Lab10a, Lab6a, Lab6b)
      *      each record a completion line on the job-state file when
      *      they finish and refuse to start out of order; this run
      *      reads the job-state file for the current pay period and
            05  WSMo       Pic 9(2).
            05  WSDay      Pic 9(2).
       01   StepTable.
            05  StepEntry OCCURS 7 TIMES.
                10  StName     Pic X(8).
                10  StDesc     Pic X(26).
                10  StDone     Pic X.

           Move "LAB5" to StName(1)
           Move "Data quality pass" to StDesc(1)
           Move "LAB5E" to StName(2)
           Move "Effective pay changes" to StDesc(2)
           Move "LAB5M" to StName(3)
           Move "Employee maintenance" to StDesc(3)
           Move "LAB10E" to StName(4)
           Move "Timecard edit" to StDesc(4)
           Move "LAB10A" to StName(5)
           Move "Weekly payroll" to StDesc(5)
           Move "LAB6A" to StName(6)
           Move "Monthly register" to StDesc(6)
           Move "LAB6B" to StName(7)
           Move "Stream balancing" to StDesc(7)
           Perform Varying StepIdx from 1 by 1 Until StepIdx > 7
               Move "N" to StDone(StepIdx)
               Move 0 to StDate(StepIdx) StTime(StepIdx)
                         StCount(StepIdx)
           Perform 100-LoadJobState
           Perform 200-PrintStep
                Varying StepIdx from 1 by 1
                Until StepIdx > 7

           Close BoardReport
           Stop Run.
                       If JsPeriodId = CurrentPd
                           Perform 110-PostStep
                                Varying StepIdx from 1 by 1
                                Until StepIdx > 7
                       End-if
               End-read
           End-perform
