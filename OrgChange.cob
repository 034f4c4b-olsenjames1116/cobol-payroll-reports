      *      clean master on the ClDeptNum alternate key and moves
      *      every employee at once, writing the same before/after
      *      audit lines Lab5m writes so the trail reads like any
      *      other maintenance.  Each transaction carries the operator
      *      code, which must hold reorganization authority on the
      *      Lab5m operator table (lab5-operators.dat); a move keyed
      *      by anyone else is reported and not made.  The leave and
      *      labor reports pick the new departments up from the master
      *      on their next run, as do history records written from
      *      here on.

       Identification Division.
       Program-Id. Lab5r.
           Select ReorgReport
                Assign to "lab5r-out.dat"
                Organization is line sequential.
           Select OperFile
                Assign to "lab5-operators.dat"
                Organization is line sequential
                File Status is OpFileStatus.

       Data Division.
       File Section.
           05  RtNewRegionNum Pic X(2).
           05  RtNewRegionName Pic X(15).
           05  RtEffDate      Pic 9(8).
           05  RtOperator     Pic X(3).
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
       FD  ReorgReport.
       01  ReportRecord Pic X(100).
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

       Working-Storage Section.
       01   RtFileStatus   Pic XX.
            05               Pic X Value spaces.
            05  AudTime      Pic 9(6).
            05               Pic X Value spaces.
            05  AudOper      Pic X(3).
            05               Pic X Value spaces.
            05  AudEmpNum    Pic X(5).
            05               Pic X Value spaces.
            05  AudBefore    Pic X(30).
            05               Pic X Value spaces.
            05  AudAfter     Pic X(30).
            05               Pic X Value spaces.
            05  AudAppr      Pic X(3) Value spaces.
       01   EmpTable.
            05  SwEmpNum OCCURS 1000 TIMES Pic X(5).
       01   EmpCount       Pic 9(4) Value 0.
       01   TransLine.
            05             Pic X(30) Value "Transactions processed:".
            05  TransTot   Pic ZZZ9.
       01   NotAuthLine.
            05             Pic X(6) Value "Dept ".
            05  NaOldDept  Pic X(5).
            05             Pic X(22) Value " not moved - operator ".
            05  NaOper     Pic X(3).
            05             Pic X(16) Value " not authorized".
       01   NoTableLine    Pic X(60) Value
                     "Operator authority table not available - run " &
                     "aborted".
       01   OpFileStatus   Pic XX.
       01   OpEOF          Pic X Value "N".
       01   OperCount      Pic 999 Value 0.
       01   OperIdx        Pic 999.
       01   OperFound      Pic 999.
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
       01   WkOper         Pic X(3).
       01   WkAuth         Pic X.

       Procedure Division.
       000-Main.
                I-O CleanFile
                output ReorgReport
           Perform 050-OpenAudit
           Perform 080-LoadOperators

           Move WSMo to RhMo
           Move WSDay to RhDay
           Write ReportRecord from BlankLine
                after advancing 1 line

           If OperCount = 0
               Write ReportRecord from NoTableLine
                    after advancing 1 line
               Close ReorgTrans CleanFile AuditLog ReorgReport
               Display "LAB5R no operator authority table - run "
                       "refused"
               Move 12 to Return-Code
               Stop Run
           End-if

           Perform until TransEOF = "Y"
               Read ReorgTrans
                   At end
               Open extend AuditLog
           End-if.

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

       110-FindOperator.
           Move 0 to OperFound
           Perform Varying OperIdx from 1 by 1
                   Until OperIdx > OperCount or OperFound > 0
               If OtCode(OperIdx) = WkOper
                   Move OperIdx to OperFound
               End-if
           End-perform.

      *    The sweep collects the employees first and rewrites them
      *    by primary key afterwards, because rewriting a record
      *    changes the ClDeptNum alternate index that the collection
           Move RtNewRegionName to HoldNewRegName
           Move RtEffDate to HoldEffDate

           Move RtOperator to WkOper
           Perform 110-FindOperator
           If OperFound = 0
               Move "N" to WkAuth
           Else
               Move OtReorg(OperFound) to WkAuth
           End-if
           If Not (WkAuth = "Y")
               Move HoldOldDept to NaOldDept
               Move RtOperator to NaOper
               Write ReportRecord from NotAuthLine
                    after advancing 1 line
               Exit paragraph
           End-if
           Move RtOperator to AudOper

           If HoldEffDate > WSDateNum
               Move HoldOldDept to PndOldDept
               Write ReportRecord from PendingLine
