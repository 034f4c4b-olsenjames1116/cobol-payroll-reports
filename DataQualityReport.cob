                Organization is indexed
                Access mode is dynamic
                Record key is ClEmpNum
                Alternate record key is ClDeptNum with duplicates
                File Status is ClFileStatus.
           Select MaintKeepFile
                Assign to "lab5-clkeep.dat"
                Organization is line sequential
                File Status is MfFileStatus.
           Select CheckpointFile
                Assign to "lab5-checkpoint.dat"
                Organization is line sequential
           05  ClBankStat    Pic X.
           05  ClEmpSsn      Pic X(9).
           05  ClBenTier     Pic X.
      *    Kept up by Lab5m, not on the input file
           05  ClMaintFields.
               10  ClWcClass     Pic X(4).
               10  ClWorkState   Pic X(2).
               10  ClW4FilStat   Pic X.
               10  ClW4MultJob   Pic X.
               10  ClW4DepCredit Pic 9(5)V99.
               10  ClW4OthIncome Pic 9(7)V99.
               10  ClW4Deduct    Pic 9(7)V99.
               10  ClW4ExtraWh   Pic 9(5)V99.
               10  ClCoCode      Pic X(2).
       FD  MaintKeepFile.
       01  MaintKeepRec.
           05  MfEmpNum      Pic X(5).
           05  MfFields      Pic X(42).
       FD  CheckpointFile.
       01  CheckpointRec.
           05  CkRecordsProcessed  Pic 9(9).
       01   DistEOF                 Pic X Value "N".
       01   DistIdx                 Pic 999.
       01   DistFound                Pic X.
       01   ClFileStatus            Pic XX.
       01   MfFileStatus            Pic XX.
       01   MaintTable.
            05  MaintEntry OCCURS 2000 TIMES.
                10  MtEmpNumTab     Pic X(5).
                10  MtFieldsTab     Pic X(42).
       01   MaintCount              Pic 9(4) Value 0.
       01   MaintIdx                Pic 9(4).
       01   MaintFound              Pic X.
       01   MaintEOF                Pic X Value "N".
       01   MaintDropCount          Pic 9(4) Value 0.
       01   DetailLine.
           05  DeptNumStr     Pic X(5).
           05  DeptNameStr    Pic X(30).
               Open extend RejectFile
               Open i-o CleanFile
           Else
               Perform 072-SaveMaintFields
               Open output PayrollErrors
               Open output RejectFile
               Open output CleanFile
           End-if
           Perform 075-LoadMaintFields

           Perform 045-SkipProcessed

                                after advancing 1 line
                            Write RejectRec from PayrollRec
                        Else
                            Move PayrollRec to CleanRec
                            Perform 650-CarryMaintFields
                            Write CleanRec
                            Add 1 to CleanCount
                            Add Pay to HashTotal
                        End-if
                Move DpEmpNum to DupEmpNumTab(DupEmpCount)
            End-if.

      *    The W-4, company, work-state and comp-class fields are kept
      *    up on the clean master by Lab5m and are not on the input
      *    file.  They are saved off before the master is rebuilt (a
      *    restart uses the copy the interrupted run saved) and put
      *    back on each employee's new clean record.
       072-SaveMaintFields.
            Open output MaintKeepFile
            Open input CleanFile
            If Not (ClFileStatus = "00")
                Close CleanFile MaintKeepFile
                Exit paragraph
            End-if
            Move "N" to MaintEOF
            Perform until MaintEOF = "Y"
                Read CleanFile next
                    At end
                        Move "Y" to MaintEOF
                    Not at end
                        Move ClEmpNum to MfEmpNum
                        Move ClMaintFields to MfFields
                        Write MaintKeepRec
                End-read
            End-perform
            Close CleanFile MaintKeepFile.

       075-LoadMaintFields.
            Open input MaintKeepFile
            If Not (MfFileStatus = "00")
                Close MaintKeepFile
                Exit paragraph
            End-if
            Move "N" to MaintEOF
            Perform until MaintEOF = "Y"
                Read MaintKeepFile
                    At end
                        Move "Y" to MaintEOF
                    Not at end
                        If MaintCount < 2000
                            Add 1 to MaintCount
                            Move MfEmpNum to MtEmpNumTab(MaintCount)
                            Move MfFields to MtFieldsTab(MaintCount)
                        Else
                            Add 1 to MaintDropCount
                        End-if
                End-read
            End-perform
            Close MaintKeepFile
            If MaintDropCount > 0
                Display MaintDropCount " employees over the table - "
                        "W-4 and company fields NOT carried forward"
            End-if.

       065-LoadDistricts.
            Open input DistrictFile
            Perform until DistEOF = "Y"
            Move Commission to CommissionStr
            Move Sales to SalesStr.
            
       650-CarryMaintFields.
            Move "N" to MaintFound
            Perform Varying MaintIdx from 1 by 1
                    Until MaintIdx > MaintCount or MaintFound = "Y"
                If MtEmpNumTab(MaintIdx) = ClEmpNum
                    Move "Y" to MaintFound
                    Move MtFieldsTab(MaintIdx) to ClMaintFields
                End-if
            End-perform.

       700-ResetValues.
                Move 0 to ThisIncidentCount
                Move "N" to EmpNumError DeptError GenderError
