      *      dependent, keyed on employee and sequence.  Transactions
      *      follow the Lab5m pattern (ADD / CHANGE / DELETE with an
      *      operator code) and every field touched writes the same
      *      before/after audit line to the shared audit log.  The
      *      operator must hold dependent authority on the Lab5m
      *      operator table (lab5-operators.dat).  After the
      *      transactions apply, the run sweeps the file and lists
      *      dependents at or past the eligibility age so the carrier
      *      can be told to drop them on time.

       Identification Division.
       Program-Id. Lab5d.
           Select DepReport
                Assign to "lab5d-out.dat"
                Organization is line sequential.
           Select OperFile
                Assign to "lab5-operators.dat"
                Organization is line sequential
                File Status is OpFileStatus.

       Data Division.
       File Section.
           05  DpDental      Pic X.
           05  DpVision      Pic X.
       FD  AuditLog.
       01  AuditRec     Pic X(120).
       FD  DepReport.
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
       01   EOF            Pic X Value "N".
            05  AudBefore    Pic X(30).
            05               Pic X Value spaces.
            05  AudAfter     Pic X(30).
            05               Pic X Value spaces.
            05  AudAppr      Pic X(3) Value spaces.
       01   DepFieldName.
            05  DfLabel      Pic X(10).
            05  DfIdx        Pic 99.
       01   AgeOutTotalLine.
            05             Pic X(30) Value "Dependents aging out:".
            05  AgeOutTotal Pic ZZZ9.
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

       Procedure Division.
       000-Main.
                output DepReport
           Perform 040-OpenDepend
           Perform 050-OpenAudit
           Perform 080-LoadOperators

           Write ReportRecord from ReportHeadLine
                after advancing 1 line
           Write ReportRecord from BlankLine
                after advancing 1 line

           If OperCount = 0
               Move spaces to ErrEmpNum ErrSeq
               Move "Operator authority table not available - "
                   & "run aborted" to ErrText
               Write ReportRecord from ErrorLine
                    after advancing 1 line
               Close DepTrans DependFile AuditLog DepReport
               Display "LAB5D no operator authority table - run "
                       "refused"
               Move 12 to Return-Code
               Stop Run
           End-if

           If DtFileStatus = "00"
               Perform until EOF = "Y"
                   Read DepTrans
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

       100-ApplyTrans.
           Move DtOperator to AudOper
           Move DtEmpNum to AudEmpNum

           Move DtOperator to WkOper
           Perform 110-FindOperator
           If OperFound = 0
               Move "Rejected - operator not on authority table"
                   to ErrText
               Perform 900-WriteError
               Exit paragraph
           End-if
           If Not (OtDepend(OperFound) = "Y")
               Move "Rejected - operator not authorized for "
                   & "dependents" to ErrText
               Perform 900-WriteError
               Exit paragraph
           End-if

           Evaluate DtAction
                When "A"
                    Perform 200-AddDependent
