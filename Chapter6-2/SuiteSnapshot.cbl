       Identification Division.
           Program-ID. SuiteSnapshot.
               Author. Anthony Downs.
               Installation.
               Date-Written. October 15, 2026.
               Date-Compiled.
               Security.

      * Takes a consistent snapshot of every payroll master and
      * history file under one generation number, so a bad night can
      * be rolled back across the whole suite at once with
      * SuiteRestore.  NightlyRunChain runs this ahead of its first
      * step.  The files covered are listed in WS-File-Table; each
      * record is copied as-is (SSNs and deposit accounts stay in
      * their stored form) to SuiteSnap, and a control record per
      * file carries its record count and a hash total (each byte's
      * collating value weighted by its position, summed over the
      * file).  A file that does not exist yet is recorded as absent.
      * The generation's header record is marked complete only after
      * every file has been copied; an incomplete generation cannot
      * be restored.  Generations older than the newest seven are
      * removed, or the newest n when "KEEP n" is on the command line.
       Environment Division.
           Configuration Section.
               Special-Names.

           Input-Output Section.
               File-Control.
                   Select Optional PayrollReport
                       assign to PayRpt
                       File Status is WS-Source-Status
                       Organization is Indexed
                       Access Mode is Dynamic
                       Record Key is PR-EmployeeNumber
                       Alternate Record Key is PR-EmployeeName
                           with Duplicates
                       Alternate Record Key is
                           PR-SocialSecurityNumber
                           with Duplicates.

                   Select Optional EmployeeAddrFile
                       assign to EmpAddr
                       File Status is WS-Source-Status
                       Organization is Indexed
                       Access Mode is Dynamic
                       Record Key is AD-EmployeeNumber.

                   Select Optional YtdAccumFile
                       assign to YtdAccum
                       File Status is WS-Source-Status
                       Organization is Indexed
                       Access Mode is Dynamic
                       Record Key is YT-Key.

                   Select Optional PayLedgerFile
                       assign to PayLedgr
                       File Status is WS-Source-Status
                       Organization is Indexed
                       Access Mode is Dynamic
                       Record Key is LG-Key.

                   Select Optional PtoAccrualFile
                       assign to PtoAccr
                       File Status is WS-Source-Status
                       Organization is Indexed
                       Access Mode is Dynamic
                       Record Key is PT-EmployeeNumber.

                   Select Optional CheckRegisterFile
                       assign to CheckReg
                       File Status is WS-Source-Status
                       Organization is Indexed
                       Access Mode is Dynamic
                       Record Key is CG-Check-Number.

                   Select Optional DependentFile
                       assign to DepFile
                       File Status is WS-Source-Status
                       Organization is Indexed
                       Access Mode is Dynamic
                       Record Key is DP-Key.

                   Select Optional GarnishOrderFile
                       assign to GarnOrd
                       File Status is WS-Source-Status
                       Organization is Indexed
                       Access Mode is Dynamic
                       Record Key is GO-Key.

                   Select Optional W4ElectionFile
                       assign to W4Elect
                       File Status is WS-Source-Status
                       Organization is Indexed
                       Access Mode is Dynamic
                       Record Key is W4-Key.

                   Select Optional LoanFile
                       assign to Loans
                       File Status is WS-Source-Status
                       Organization is Indexed
                       Access Mode is Dynamic
                       Record Key is LN-Key.

                   Select Optional PositionFile
                       assign to PosCtl
                       File Status is WS-Source-Status
                       Organization is Indexed
                       Access Mode is Dynamic
                       Record Key is PS-Position-Number
                       Alternate Record Key is PS-Location
                           with Duplicates
                       Alternate Record Key is PS-Filled-By
                           with Duplicates.

                   Select Optional BankHoldFile
                       assign to BankHold
                       File Status is WS-Source-Status
                       Organization is Indexed
                       Access Mode is Dynamic
                       Record Key is BC-EmployeeNumber.

                   Select Optional RetroHistoryFile
                       assign to RetroHist
                       File Status is WS-Source-Status
                       Organization is Indexed
                       Access Mode is Dynamic
                       Record Key is RH-Sequence.

                   Select Optional CobraElectionFile
                       assign to CobraElec
                       File Status is WS-Source-Status
                       Organization is Indexed
                       Access Mode is Dynamic
                       Record Key is CE-EmployeeNumber.

                   Select Optional CostAllocFile
                       assign to CostAlloc
                       File Status is WS-Source-Status
                       Organization is Indexed
                       Access Mode is Dynamic
                       Record Key is CA-Key.

                   Select Optional CompanyMasterFile
                       assign to CompMast
                       File Status is WS-Source-Status
                       Organization is Indexed
                       Access Mode is Dynamic
                       Record Key is CM-Company-Code.

                   Select Optional TerrOffFile
                       assign to TerrOff
                       File Status is WS-Source-Status
                       Organization is Indexed
                       Access Mode is Dynamic
                       Record Key is TO-Key.

                   Select Optional YearCloseFile
                       assign to YearClose
                       File Status is WS-Source-Status
                       Organization is Indexed
                       Access Mode is Dynamic
                       Record Key is YC-Year.

                   Select Optional FmlaCaseFile
                       assign to FmlaCase
                       File Status is WS-Source-Status
                       Organization is Indexed
                       Access Mode is Dynamic
                       Record Key is FC-Key.

                   Select Optional FmlaUsageFile
                       assign to FmlaUsage
                       File Status is WS-Source-Status
                       Organization is Indexed
                       Access Mode is Dynamic
                       Record Key is FU-Key.

                   Select Optional I9AuthFile
                       assign to I9Auth
                       File Status is WS-Source-Status
                       Organization is Indexed
                       Access Mode is Dynamic
                       Record Key is I9-EmployeeNumber.

                   Select Optional CustomerMasterFile
                       assign to CustMast
                       File Status is WS-Source-Status
                       Organization is Indexed
                       Access Mode is Dynamic
                       Record Key is CU-Customer-Number.

                   Select Optional CustPurchFile
                       assign to CustPurch
                       File Status is WS-Source-Status
                       Organization is Indexed
                       Access Mode is Dynamic
                       Record Key is PH-Key.

                   Select Optional EeoDemogFile
                       assign to EeoDemog
                       File Status is WS-Source-Status
                       Organization is Indexed
                       Access Mode is Dynamic
                       Record Key is ED-EmployeeNumber.

                   Select Optional DeceasedFile
                       assign to DecdEmp
                       File Status is WS-Source-Status
                       Organization is Indexed
                       Access Mode is Dynamic
                       Record Key is DE-EmployeeNumber.

                   Select Optional BeneficiaryPayFile
                       assign to BenePay
                       File Status is WS-Source-Status
                       Organization is Indexed
                       Access Mode is Dynamic
                       Record Key is BP-Key.

                   Select Optional ContractorFile
                       assign to Contract
                       File Status is WS-Source-Status
                       Organization is Indexed
                       Access Mode is Dynamic
                       Record Key is CT-Payee-Number.

                   Select Optional ContractorPayFile
                       assign to CtrPay
                       File Status is WS-Source-Status
                       Organization is Indexed
                       Access Mode is Dynamic
                       Record Key is CP-Key.

                   Select Optional EmployeeBirthFile
                       assign to EmpBirth
                       File Status is WS-Source-Status
                       Organization is Indexed
                       Access Mode is Dynamic
                       Record Key is BD-EmployeeNumber.

                   Select Optional CompHistoryFile
                       assign to CompHist
                       File Status is WS-Source-Status
                       Organization is Indexed
                       Access Mode is Dynamic
                       Record Key is CH-Key.

                   Select Optional IfaceRegFile
                       assign to IfaceReg
                       File Status is WS-Source-Status
                       Organization is Indexed
                       Access Mode is Dynamic
                       Record Key is IF-Key.

                   Select Optional EntityYtdFile
                       assign to EntityYtd
                       File Status is WS-Source-Status
                       Organization is Indexed
                       Access Mode is Dynamic
                       Record Key is EY-Key.

                   Select Optional CustPostCtlFile
                       assign to CustPostCtl
                       File Status is WS-Source-Status
                       Organization is Indexed
                       Access Mode is Dynamic
                       Record Key is PC-Control-Key.

                   Select SnapshotFile assign to SuiteSnap
                       File Status is Snapshot-Status
                       Organization is Indexed
                       Access Mode is Dynamic
                       Record Key is GS-Key.

                   Select SnapshotControlFile assign to SnapCtl
                       File Status is SnapCtl-Status
                       Organization is Indexed
                       Access Mode is Dynamic
                       Record Key is GN-Key.

               I-O-Control.

       Data Division.
           File Section.
               FD  PayrollReport
                   Record Contains 234 characters.
                   01  EmployeeRecord                      PIC X(234).
                   01  EmployeeRecord-Keyed.
                       05  PR-EmployeeNumber               PIC X(05).
                       05                                  PIC X(229).
                   01  EmployeeRecord-AltKeyed.
                       05                                  PIC X(10).
                       05  PR-EmployeeName                 PIC X(20).
                       05                                  PIC X(56).
                       05  PR-SocialSecurityNumber         PIC 9(09).
                       05                                  PIC X(139).

               FD  EmployeeAddrFile
                   Record Contains 67 characters.
                   01  EmployeeAddrRecord.
                       05  AD-EmployeeNumber                PIC X(05).
                       05                                   PIC X(62).

               FD  YtdAccumFile
                   Record Contains 199 characters.
                   01  YtdAccumRecord.
                       05  YT-Key                           PIC X(09).
                       05                                   PIC X(190).

               FD  PayLedgerFile
                   Record Contains 111 characters.
                   01  PayLedgerRecord.
                       05  LG-Key                           PIC X(13).
                       05                                   PIC X(98).

               FD  PtoAccrualFile
                   Record Contains 12 characters.
                   01  PtoAccrualRecord.
                       05  PT-EmployeeNumber                PIC X(05).
                       05                                   PIC X(07).

               FD  CheckRegisterFile
                   Record Contains 59 characters.
                   01  CheckRegisterRecord.
                       05  CG-Check-Number                  PIC 9(08).
                       05                                   PIC X(51).

               FD  DependentFile
                   Record Contains 46 characters.
                   01  DependentRecord.
                       05  DP-Key                           PIC X(07).
                       05                                   PIC X(39).

               FD  GarnishOrderFile
                   Record Contains 40 characters.
                   01  GarnishOrderRecord.
                       05  GO-Key                           PIC X(15).
                       05                                   PIC X(25).

               FD  W4ElectionFile
                   Record Contains 62 characters.
                   01  W4ElectionRecord.
                       05  W4-Key                           PIC X(13).
                       05                                   PIC X(49).

               FD  LoanFile
                   Record Contains 75 characters.
                   01  LoanRecord.
                       05  LN-Key                           PIC X(07).
                       05                                   PIC X(68).

               FD  PositionFile
                   Record Contains 70 characters.
                   01  PositionRecord.
                       05  PS-Position-Number               PIC X(06).
                       05  PS-Location                      PIC X(04).
                       05                                   PIC X(16).
                       05  PS-Filled-By                     PIC X(05).
                       05                                   PIC X(39).

               FD  BankHoldFile
                   Record Contains 154 characters.
                   01  BankHoldRecord.
                       05  BC-EmployeeNumber                PIC X(05).
                       05                                   PIC X(149).

               FD  RetroHistoryFile
                   Record Contains 45 characters.
                   01  RetroHistoryRecord.
                       05  RH-Sequence                      PIC 9(05).
                       05                                   PIC X(40).

               FD  CobraElectionFile
                   Record Contains 45 characters.
                   01  CobraElectionRecord.
                       05  CE-EmployeeNumber                PIC X(05).
                       05                                   PIC X(40).

               FD  CostAllocFile
                   Record Contains 14 characters.
                   01  CostAllocRecord.
                       05  CA-Key                           PIC X(07).
                       05                                   PIC X(07).

               FD  CompanyMasterFile
                   Record Contains 67 characters.
                   01  CompanyMasterRecord.
                       05  CM-Company-Code                  PIC X(02).
                       05                                   PIC X(65).

               FD  TerrOffFile
                   Record Contains 41 characters.
                   01  TerrOffRecord.
                       05  TO-Key                           PIC X(04).
                       05                                   PIC X(37).

               FD  YearCloseFile
                   Record Contains 128 characters.
                   01  YearCloseRecord.
                       05  YC-Year                          PIC 9(04).
                       05                                   PIC X(124).

               FD  FmlaCaseFile
                   Record Contains 80 characters.
                   01  FmlaCaseRecord.
                       05  FC-Key                           PIC X(08).
                       05                                   PIC X(72).

               FD  FmlaUsageFile
                   Record Contains 40 characters.
                   01  FmlaUsageRecord.
                       05  FU-Key                           PIC X(16).
                       05                                   PIC X(24).

               FD  I9AuthFile
                   Record Contains 60 characters.
                   01  I9AuthRecord.
                       05  I9-EmployeeNumber                PIC X(05).
                       05                                   PIC X(55).

               FD  CustomerMasterFile
                   Record Contains 200 characters.
                   01  CustomerMasterRecord.
                       05  CU-Customer-Number               PIC X(06).
                       05                                   PIC X(194).

               FD  CustPurchFile
                   Record Contains 70 characters.
                   01  CustPurchRecord.
                       05  PH-Key                           PIC X(12).
                       05                                   PIC X(58).

               FD  EeoDemogFile
                   Record Contains 40 characters.
                   01  EeoDemogRecord.
                       05  ED-EmployeeNumber                PIC X(05).
                       05                                   PIC X(35).

               FD  DeceasedFile
                   Record Contains 80 characters.
                   01  DeceasedRecord.
                       05  DE-EmployeeNumber                PIC X(05).
                       05                                   PIC X(75).

               FD  BeneficiaryPayFile
                   Record Contains 100 characters.
                   01  BeneficiaryPayRecord.
                       05  BP-Key                           PIC X(15).
                       05                                   PIC X(85).

               FD  ContractorFile
                   Record Contains 200 characters.
                   01  ContractorRecord.
                       05  CT-Payee-Number                  PIC X(05).
                       05                                   PIC X(195).

               FD  ContractorPayFile
                   Record Contains 100 characters.
                   01  ContractorPayRecord.
                       05  CP-Key                           PIC X(15).
                       05                                   PIC X(85).

               FD  EmployeeBirthFile
                   Record Contains 40 characters.
                   01  EmployeeBirthRecord.
                       05  BD-EmployeeNumber                PIC X(05).
                       05                                   PIC X(35).

               FD  CompHistoryFile
                   Record Contains 80 characters.
                   01  CompHistoryRecord.
                       05  CH-Key                           PIC X(10).
                       05                                   PIC X(70).

               FD  IfaceRegFile
                   Record Contains 200 characters.
                   01  IfaceRegRecord.
                       05  IF-Key                           PIC X(18).
                       05                                   PIC X(182).

               FD  EntityYtdFile
                   Record Contains 260 characters.
                   01  EntityYtdRecord.
                       05  EY-Key                           PIC X(11).
                       05                                   PIC X(249).

               FD  CustPostCtlFile
                   Record Contains 40 characters.
                   01  CustPostCtlRecord.
                       05  PC-Control-Key                   PIC X(08).
                       05                                   PIC X(32).

               FD  SnapshotFile.
                   01  SnapshotRecord.
                       05  GS-Key.
                           10  GS-Generation                PIC 9(04).
                           10  GS-File-Id                   PIC 9(02).
                           10  GS-Sequence                  PIC 9(09).
                       05  GS-Length                        PIC 9(03).
                       05  GS-Image                         PIC X(234).

               FD  SnapshotControlFile.
                   01  SnapshotControlRecord.
                       05  GN-Key.
                           10  GN-Generation                PIC 9(04).
                           10  GN-File-Id                   PIC 9(02).
                       05  GN-File-Name                     PIC X(10).
                       05  GN-Record-Count                  PIC 9(09).
                       05  GN-Hash-Total                    PIC 9(15).
                       05  GN-Present-Switch                PIC X(01).
                           88  GN-File-Present              value "Y".
                           88  GN-File-Absent               value "N".
                       05  GN-Snap-Date                     PIC 9(08).
                       05  GN-Snap-Time                     PIC 9(06).
                       05  GN-Status                        PIC X(01).
                           88  GN-Incomplete                value "I".
                           88  GN-Complete                  value "C".
                       05  GN-Restored-Date                 PIC 9(08).
                       05                                   PIC X(06).

           Working-Storage Section.
               COPY "Misc.cpy".
              COPY "WS_Date.cpy" REPLACING LEADING ==Prefix== BY ==LK==.

               01  WS-Source-Status                    PIC X(02).
               01  Snapshot-Status                     PIC X(02).
               01  SnapCtl-Status                      PIC X(02).

               01  WS-Open-Switch   PIC X(01)   value "Y".
                   88  WS-Files-Ready                       value "Y".
                   88  WS-Open-Failed                        value "N".
               01  WS-Snap-Switch   PIC X(01)   value "Y".
                   88  WS-Snap-Ok                           value "Y".
                   88  WS-Snap-Failed                       value "N".
               01  WS-Source-Eof-Switch   PIC X(01)   value "N".
                   88  WS-Source-Eof                        value "Y".
                   88  WS-Source-Not-Eof                    value "N".
               01  WS-Write-Switch   PIC X(01)   value "N".
                   88  WS-Write-Failed                      value "Y".
                   88  WS-Write-Ok                          value "N".
               01  WS-Purge-Eof-Switch   PIC X(01)   value "N".
                   88  WS-Purge-Eof                         value "Y".
                   88  WS-Purge-Not-Eof                     value "N".

               01  WS-Command-Line-Param   PIC X(40)   value spaces.
               01  WS-Param-Word   PIC X(10)   value spaces.
               01  WS-Param-Value   PIC X(10)   value spaces.
               01  WS-Keep-Generations   PIC 9(04)   value 7.
               01  WS-Purge-Through   PIC 9(04)   value 0.
               01  WS-Purge-Count   PIC 9(09)   COMP value 0.
               01  WS-Today   PIC 9(08)   value 0.
               01  WS-Now   PIC 9(06)   value 0.
               01  WS-Generation   PIC 9(04)   value 0.
               01  WS-File-Idx   PIC 9(02)   COMP value 0.
               01  WS-Byte-Idx   PIC 9(03)   COMP value 0.
               01  WS-Image   PIC X(234)  value spaces.
               01  WS-Image-Length   PIC 9(03)   value 0.
               01  WS-Record-Count   PIC 9(09)   value 0.
               01  WS-Hash-Total   PIC 9(15)   value 0.
               01  WS-Total-Records   PIC 9(09)   value 0.

               01  WS-File-Table-Values.
                   05   PIC X(13)   value "PayRpt    234".
                   05   PIC X(13)   value "EmpAddr   067".
                   05   PIC X(13)   value "YtdAccum  199".
                   05   PIC X(13)   value "PayLedgr  111".
                   05   PIC X(13)   value "PtoAccr   012".
                   05   PIC X(13)   value "CheckReg  059".
                   05   PIC X(13)   value "DepFile   046".
                   05   PIC X(13)   value "GarnOrd   040".
                   05   PIC X(13)   value "W4Elect   062".
                   05   PIC X(13)   value "Loans     075".
                   05   PIC X(13)   value "PosCtl    070".
                   05   PIC X(13)   value "BankHold  154".
                   05   PIC X(13)   value "RetroHist 045".
                   05   PIC X(13)   value "CobraElec 045".
                   05   PIC X(13)   value "CostAlloc 014".
                   05   PIC X(13)   value "CompMast  067".
                   05   PIC X(13)   value "TerrOff   041".
                   05   PIC X(13)   value "YearClose 128".
                   05   PIC X(13)   value "FmlaCase  080".
                   05   PIC X(13)   value "FmlaUsage 040".
                   05   PIC X(13)   value "I9Auth    060".
                   05   PIC X(13)   value "CustMast  200".
                   05   PIC X(13)   value "CustPurch 070".
                   05   PIC X(13)   value "EeoDemog  040".
                   05   PIC X(13)   value "DecdEmp   080".
                   05   PIC X(13)   value "BenePay   100".
                   05   PIC X(13)   value "Contract  200".
                   05   PIC X(13)   value "CtrPay    100".
                   05   PIC X(13)   value "EmpBirth  040".
                   05   PIC X(13)   value "CompHist  080".
                   05   PIC X(13)   value "IfaceReg  200".
                   05   PIC X(13)   value "EntityYtd 260".
                   05   PIC X(13)   value "CustPost  040".
               01  WS-File-Table redefines WS-File-Table-Values.
                   05  WS-File-Entry OCCURS 33 TIMES.
                       10  WS-Tbl-File-Name             PIC X(10).
                       10  WS-Tbl-Record-Length         PIC 9(03).
               01  WS-File-Count   PIC 9(02)   COMP value 33.

       Procedure Division.
           Initilization.
               PERFORM 050-Select-Retention
               PERFORM 600-FormatDate
               PERFORM 700-FormatTime
               PERFORM 100-Open-Files
               IF WS-Files-Ready
                   PERFORM 110-Find-Max-Generation
                   ADD 1 TO WS-Generation
                   PERFORM 120-Write-Header
                   PERFORM 200-Snap-One-File
                       VARYING WS-File-Idx FROM 1 BY 1
                       UNTIL WS-File-Idx > WS-File-Count
                           OR WS-Snap-Failed
                   IF WS-Snap-Ok
                       PERFORM 450-Mark-Complete
                       PERFORM 460-Purge-Old-Generations
                   ELSE
                       DISPLAY "SUITESNAP: generation " WS-Generation
                           " incomplete - not restorable"
                   END-IF
               END-IF
               PERFORM 500-Close-Files
               IF WS-Open-Failed OR WS-Snap-Failed
                   MOVE 16 TO RETURN-CODE
               END-IF
               STOP RUN.

           050-Select-Retention.
               ACCEPT WS-Command-Line-Param FROM COMMAND-LINE
               UNSTRING WS-Command-Line-Param DELIMITED BY ALL " "
                   INTO WS-Param-Word WS-Param-Value
               END-UNSTRING
               MOVE FUNCTION UPPER-CASE(WS-Param-Word) TO WS-Param-Word
               IF WS-Param-Word = "KEEP"
                   IF FUNCTION TEST-NUMVAL(WS-Param-Value) = 0
                       COMPUTE WS-Keep-Generations =
                           FUNCTION NUMVAL(WS-Param-Value)
                   END-IF
               END-IF
               IF WS-Keep-Generations = 0
                   MOVE 1 TO WS-Keep-Generations
               END-IF.

           100-Open-Files.
               OPEN I-O SnapshotFile
               IF Snapshot-Status = "35"
                   OPEN OUTPUT SnapshotFile
                   CLOSE SnapshotFile
                   OPEN I-O SnapshotFile
               END-IF
               CALL "Validations" USING Snapshot-Status, "SUITESNAP"
               OPEN I-O SnapshotControlFile
               IF SnapCtl-Status = "35"
                   OPEN OUTPUT SnapshotControlFile
                   CLOSE SnapshotControlFile
                   OPEN I-O SnapshotControlFile
               END-IF
               CALL "Validations" USING SnapCtl-Status, "SUITESNAP"
               IF Snapshot-Status NOT = "00"
                       OR SnapCtl-Status NOT = "00"
                   SET WS-Open-Failed TO TRUE
               END-IF.

           110-Find-Max-Generation.
               MOVE 0 TO WS-Generation
               MOVE 9999 TO GN-Generation
               MOVE 99 TO GN-File-Id
               START SnapshotControlFile
                       KEY IS LESS THAN OR EQUAL GN-Key
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       READ SnapshotControlFile NEXT RECORD
                           AT END
                               CONTINUE
                           NOT AT END
                               MOVE GN-Generation TO WS-Generation
                       END-READ
               END-START.

      * File id 00 is the generation header; it stays incomplete
      * until every file has been copied.
           120-Write-Header.
               INITIALIZE SnapshotControlRecord
               MOVE WS-Generation TO GN-Generation
               MOVE 0 TO GN-File-Id
               MOVE "SNAPSHOT" TO GN-File-Name
               MOVE WS-Today TO GN-Snap-Date
               MOVE WS-Now TO GN-Snap-Time
               SET GN-Incomplete TO TRUE
               WRITE SnapshotControlRecord
                   INVALID KEY
                       SET WS-Snap-Failed TO TRUE
               END-WRITE.

           200-Snap-One-File.
               MOVE 0 TO WS-Record-Count WS-Hash-Total
               MOVE WS-Tbl-Record-Length (WS-File-Idx)
                   TO WS-Image-Length
               INITIALIZE SnapshotControlRecord
               MOVE WS-Generation TO GN-Generation
               MOVE WS-File-Idx TO GN-File-Id
               MOVE WS-Tbl-File-Name (WS-File-Idx) TO GN-File-Name
               MOVE WS-Today TO GN-Snap-Date
               MOVE WS-Now TO GN-Snap-Time
               PERFORM 240-Open-Source
               EVALUATE WS-Source-Status
                   WHEN "00"
                       SET GN-File-Present TO TRUE
                       SET WS-Source-Not-Eof TO TRUE
                       PERFORM 250-Read-Source
                       PERFORM 210-Copy-One-Record
                           UNTIL WS-Source-Eof OR WS-Snap-Failed
                       PERFORM 260-Close-Source
                   WHEN "05"
                       SET GN-File-Absent TO TRUE
                       PERFORM 260-Close-Source
                   WHEN OTHER
                       DISPLAY "SUITESNAP: cannot open "
                           WS-Tbl-File-Name (WS-File-Idx)
                           " status " WS-Source-Status
                       SET WS-Snap-Failed TO TRUE
               END-EVALUATE
               MOVE WS-Record-Count TO GN-Record-Count
               MOVE WS-Hash-Total TO GN-Hash-Total
               IF WS-Snap-Ok
                   WRITE SnapshotControlRecord
                       INVALID KEY
                           SET WS-Snap-Failed TO TRUE
                   END-WRITE
                   ADD WS-Record-Count TO WS-Total-Records
                   DISPLAY "SUITESNAP: " GN-File-Name
                       " records " GN-Record-Count
                       " hash " GN-Hash-Total
               END-IF.

           210-Copy-One-Record.
               ADD 1 TO WS-Record-Count
               PERFORM 220-Hash-Image
               MOVE WS-Generation TO GS-Generation
               MOVE WS-File-Idx TO GS-File-Id
               MOVE WS-Record-Count TO GS-Sequence
               MOVE WS-Image-Length TO GS-Length
               MOVE WS-Image TO GS-Image
               WRITE SnapshotRecord
                   INVALID KEY
                       SET WS-Snap-Failed TO TRUE
               END-WRITE
               PERFORM 250-Read-Source.

           220-Hash-Image.
               PERFORM 225-Hash-One-Byte
                   VARYING WS-Byte-Idx FROM 1 BY 1
                   UNTIL WS-Byte-Idx > WS-Image-Length.

           225-Hash-One-Byte.
               COMPUTE WS-Hash-Total = WS-Hash-Total
                   + FUNCTION ORD(WS-Image (WS-Byte-Idx:1))
                   * WS-Byte-Idx.

           240-Open-Source.
               EVALUATE WS-File-Idx
                   WHEN 1
                       OPEN INPUT PayrollReport
                   WHEN 2
                       OPEN INPUT EmployeeAddrFile
                   WHEN 3
                       OPEN INPUT YtdAccumFile
                   WHEN 4
                       OPEN INPUT PayLedgerFile
                   WHEN 5
                       OPEN INPUT PtoAccrualFile
                   WHEN 6
                       OPEN INPUT CheckRegisterFile
                   WHEN 7
                       OPEN INPUT DependentFile
                   WHEN 8
                       OPEN INPUT GarnishOrderFile
                   WHEN 9
                       OPEN INPUT W4ElectionFile
                   WHEN 10
                       OPEN INPUT LoanFile
                   WHEN 11
                       OPEN INPUT PositionFile
                   WHEN 12
                       OPEN INPUT BankHoldFile
                   WHEN 13
                       OPEN INPUT RetroHistoryFile
                   WHEN 14
                       OPEN INPUT CobraElectionFile
                   WHEN 15
                       OPEN INPUT CostAllocFile
                   WHEN 16
                       OPEN INPUT CompanyMasterFile
                   WHEN 17
                       OPEN INPUT TerrOffFile
                   WHEN 18
                       OPEN INPUT YearCloseFile
                   WHEN 19
                       OPEN INPUT FmlaCaseFile
                   WHEN 20
                       OPEN INPUT FmlaUsageFile
                   WHEN 21
                       OPEN INPUT I9AuthFile
                   WHEN 22
                       OPEN INPUT CustomerMasterFile
                   WHEN 23
                       OPEN INPUT CustPurchFile
                   WHEN 24
                       OPEN INPUT EeoDemogFile
                   WHEN 25
                       OPEN INPUT DeceasedFile
                   WHEN 26
                       OPEN INPUT BeneficiaryPayFile
                   WHEN 27
                       OPEN INPUT ContractorFile
                   WHEN 28
                       OPEN INPUT ContractorPayFile
                   WHEN 29
                       OPEN INPUT EmployeeBirthFile
                   WHEN 30
                       OPEN INPUT CompHistoryFile
                   WHEN 31
                       OPEN INPUT IfaceRegFile
                   WHEN 32
                       OPEN INPUT EntityYtdFile
                   WHEN 33
                       OPEN INPUT CustPostCtlFile
               END-EVALUATE.

           250-Read-Source.
               MOVE SPACES TO WS-Image
               EVALUATE WS-File-Idx
                   WHEN 1
                       READ PayrollReport NEXT RECORD
                           AT END
                               SET WS-Source-Eof TO TRUE
                           NOT AT END
                               MOVE EmployeeRecord TO WS-Image
                       END-READ
                   WHEN 2
                       READ EmployeeAddrFile NEXT RECORD
                           AT END
                               SET WS-Source-Eof TO TRUE
                           NOT AT END
                               MOVE EmployeeAddrRecord TO WS-Image
                       END-READ
                   WHEN 3
                       READ YtdAccumFile NEXT RECORD
                           AT END
                               SET WS-Source-Eof TO TRUE
                           NOT AT END
                               MOVE YtdAccumRecord TO WS-Image
                       END-READ
                   WHEN 4
                       READ PayLedgerFile NEXT RECORD
                           AT END
                               SET WS-Source-Eof TO TRUE
                           NOT AT END
                               MOVE PayLedgerRecord TO WS-Image
                       END-READ
                   WHEN 5
                       READ PtoAccrualFile NEXT RECORD
                           AT END
                               SET WS-Source-Eof TO TRUE
                           NOT AT END
                               MOVE PtoAccrualRecord TO WS-Image
                       END-READ
                   WHEN 6
                       READ CheckRegisterFile NEXT RECORD
                           AT END
                               SET WS-Source-Eof TO TRUE
                           NOT AT END
                               MOVE CheckRegisterRecord TO WS-Image
                       END-READ
                   WHEN 7
                       READ DependentFile NEXT RECORD
                           AT END
                               SET WS-Source-Eof TO TRUE
                           NOT AT END
                               MOVE DependentRecord TO WS-Image
                       END-READ
                   WHEN 8
                       READ GarnishOrderFile NEXT RECORD
                           AT END
                               SET WS-Source-Eof TO TRUE
                           NOT AT END
                               MOVE GarnishOrderRecord TO WS-Image
                       END-READ
                   WHEN 9
                       READ W4ElectionFile NEXT RECORD
                           AT END
                               SET WS-Source-Eof TO TRUE
                           NOT AT END
                               MOVE W4ElectionRecord TO WS-Image
                       END-READ
                   WHEN 10
                       READ LoanFile NEXT RECORD
                           AT END
                               SET WS-Source-Eof TO TRUE
                           NOT AT END
                               MOVE LoanRecord TO WS-Image
                       END-READ
                   WHEN 11
                       READ PositionFile NEXT RECORD
                           AT END
                               SET WS-Source-Eof TO TRUE
                           NOT AT END
                               MOVE PositionRecord TO WS-Image
                       END-READ
                   WHEN 12
                       READ BankHoldFile NEXT RECORD
                           AT END
                               SET WS-Source-Eof TO TRUE
                           NOT AT END
                               MOVE BankHoldRecord TO WS-Image
                       END-READ
                   WHEN 13
                       READ RetroHistoryFile NEXT RECORD
                           AT END
                               SET WS-Source-Eof TO TRUE
                           NOT AT END
                               MOVE RetroHistoryRecord TO WS-Image
                       END-READ
                   WHEN 14
                       READ CobraElectionFile NEXT RECORD
                           AT END
                               SET WS-Source-Eof TO TRUE
                           NOT AT END
                               MOVE CobraElectionRecord TO WS-Image
                       END-READ
                   WHEN 15
                       READ CostAllocFile NEXT RECORD
                           AT END
                               SET WS-Source-Eof TO TRUE
                           NOT AT END
                               MOVE CostAllocRecord TO WS-Image
                       END-READ
                   WHEN 16
                       READ CompanyMasterFile NEXT RECORD
                           AT END
                               SET WS-Source-Eof TO TRUE
                           NOT AT END
                               MOVE CompanyMasterRecord TO WS-Image
                       END-READ
                   WHEN 17
                       READ TerrOffFile NEXT RECORD
                           AT END
                               SET WS-Source-Eof TO TRUE
                           NOT AT END
                               MOVE TerrOffRecord TO WS-Image
                       END-READ
                   WHEN 18
                       READ YearCloseFile NEXT RECORD
                           AT END
                               SET WS-Source-Eof TO TRUE
                           NOT AT END
                               MOVE YearCloseRecord TO WS-Image
                       END-READ
                   WHEN 19
                       READ FmlaCaseFile NEXT RECORD
                           AT END
                               SET WS-Source-Eof TO TRUE
                           NOT AT END
                               MOVE FmlaCaseRecord TO WS-Image
                       END-READ
                   WHEN 20
                       READ FmlaUsageFile NEXT RECORD
                           AT END
                               SET WS-Source-Eof TO TRUE
                           NOT AT END
                               MOVE FmlaUsageRecord TO WS-Image
                       END-READ
                   WHEN 21
                       READ I9AuthFile NEXT RECORD
                           AT END
                               SET WS-Source-Eof TO TRUE
                           NOT AT END
                               MOVE I9AuthRecord TO WS-Image
                       END-READ
                   WHEN 22
                       READ CustomerMasterFile NEXT RECORD
                           AT END
                               SET WS-Source-Eof TO TRUE
                           NOT AT END
                               MOVE CustomerMasterRecord TO WS-Image
                       END-READ
                   WHEN 23
                       READ CustPurchFile NEXT RECORD
                           AT END
                               SET WS-Source-Eof TO TRUE
                           NOT AT END
                               MOVE CustPurchRecord TO WS-Image
                       END-READ
                   WHEN 24
                       READ EeoDemogFile NEXT RECORD
                           AT END
                               SET WS-Source-Eof TO TRUE
                           NOT AT END
                               MOVE EeoDemogRecord TO WS-Image
                       END-READ
                   WHEN 25
                       READ DeceasedFile NEXT RECORD
                           AT END
                               SET WS-Source-Eof TO TRUE
                           NOT AT END
                               MOVE DeceasedRecord TO WS-Image
                       END-READ
                   WHEN 26
                       READ BeneficiaryPayFile NEXT RECORD
                           AT END
                               SET WS-Source-Eof TO TRUE
                           NOT AT END
                               MOVE BeneficiaryPayRecord TO WS-Image
                       END-READ
                   WHEN 27
                       READ ContractorFile NEXT RECORD
                           AT END
                               SET WS-Source-Eof TO TRUE
                           NOT AT END
                               MOVE ContractorRecord TO WS-Image
                       END-READ
                   WHEN 28
                       READ ContractorPayFile NEXT RECORD
                           AT END
                               SET WS-Source-Eof TO TRUE
                           NOT AT END
                               MOVE ContractorPayRecord TO WS-Image
                       END-READ
                   WHEN 29
                       READ EmployeeBirthFile NEXT RECORD
                           AT END
                               SET WS-Source-Eof TO TRUE
                           NOT AT END
                               MOVE EmployeeBirthRecord TO WS-Image
                       END-READ
                   WHEN 30
                       READ CompHistoryFile NEXT RECORD
                           AT END
                               SET WS-Source-Eof TO TRUE
                           NOT AT END
                               MOVE CompHistoryRecord TO WS-Image
                       END-READ
                   WHEN 31
                       READ IfaceRegFile NEXT RECORD
                           AT END
                               SET WS-Source-Eof TO TRUE
                           NOT AT END
                               MOVE IfaceRegRecord TO WS-Image
                       END-READ
                   WHEN 32
                       READ EntityYtdFile NEXT RECORD
                           AT END
                               SET WS-Source-Eof TO TRUE
                           NOT AT END
                               MOVE EntityYtdRecord TO WS-Image
                       END-READ
                   WHEN 33
                       READ CustPostCtlFile NEXT RECORD
                           AT END
                               SET WS-Source-Eof TO TRUE
                           NOT AT END
                               MOVE CustPostCtlRecord TO WS-Image
                       END-READ
               END-EVALUATE.

           260-Close-Source.
               EVALUATE WS-File-Idx
                   WHEN 1
                       CLOSE PayrollReport
                   WHEN 2
                       CLOSE EmployeeAddrFile
                   WHEN 3
                       CLOSE YtdAccumFile
                   WHEN 4
                       CLOSE PayLedgerFile
                   WHEN 5
                       CLOSE PtoAccrualFile
                   WHEN 6
                       CLOSE CheckRegisterFile
                   WHEN 7
                       CLOSE DependentFile
                   WHEN 8
                       CLOSE GarnishOrderFile
                   WHEN 9
                       CLOSE W4ElectionFile
                   WHEN 10
                       CLOSE LoanFile
                   WHEN 11
                       CLOSE PositionFile
                   WHEN 12
                       CLOSE BankHoldFile
                   WHEN 13
                       CLOSE RetroHistoryFile
                   WHEN 14
                       CLOSE CobraElectionFile
                   WHEN 15
                       CLOSE CostAllocFile
                   WHEN 16
                       CLOSE CompanyMasterFile
                   WHEN 17
                       CLOSE TerrOffFile
                   WHEN 18
                       CLOSE YearCloseFile
                   WHEN 19
                       CLOSE FmlaCaseFile
                   WHEN 20
                       CLOSE FmlaUsageFile
                   WHEN 21
                       CLOSE I9AuthFile
                   WHEN 22
                       CLOSE CustomerMasterFile
                   WHEN 23
                       CLOSE CustPurchFile
                   WHEN 24
                       CLOSE EeoDemogFile
                   WHEN 25
                       CLOSE DeceasedFile
                   WHEN 26
                       CLOSE BeneficiaryPayFile
                   WHEN 27
                       CLOSE ContractorFile
                   WHEN 28
                       CLOSE ContractorPayFile
                   WHEN 29
                       CLOSE EmployeeBirthFile
                   WHEN 30
                       CLOSE CompHistoryFile
                   WHEN 31
                       CLOSE IfaceRegFile
                   WHEN 32
                       CLOSE EntityYtdFile
                   WHEN 33
                       CLOSE CustPostCtlFile
               END-EVALUATE.

           450-Mark-Complete.
               MOVE WS-Generation TO GN-Generation
               MOVE 0 TO GN-File-Id
               READ SnapshotControlFile
                   INVALID KEY
                       SET WS-Snap-Failed TO TRUE
                   NOT INVALID KEY
                       MOVE WS-Total-Records TO GN-Record-Count
                       SET GN-Complete TO TRUE
                       REWRITE SnapshotControlRecord
                           INVALID KEY
                               SET WS-Snap-Failed TO TRUE
                       END-REWRITE
               END-READ
               IF WS-Snap-Ok
                   DISPLAY "SUITESNAP: generation " WS-Generation
                       " complete, files " WS-File-Count
                       " records " WS-Total-Records
               END-IF.

           460-Purge-Old-Generations.
               IF WS-Generation > WS-Keep-Generations
                   COMPUTE WS-Purge-Through =
                       WS-Generation - WS-Keep-Generations
                   MOVE LOW-VALUES TO GS-Key
                   SET WS-Purge-Not-Eof TO TRUE
                   START SnapshotFile
                           KEY IS GREATER THAN OR EQUAL GS-Key
                       INVALID KEY
                           SET WS-Purge-Eof TO TRUE
                   END-START
                   PERFORM 465-Purge-One-Image
                       UNTIL WS-Purge-Eof
                   MOVE LOW-VALUES TO GN-Key
                   SET WS-Purge-Not-Eof TO TRUE
                   START SnapshotControlFile
                           KEY IS GREATER THAN OR EQUAL GN-Key
                       INVALID KEY
                           SET WS-Purge-Eof TO TRUE
                   END-START
                   PERFORM 470-Purge-One-Control
                       UNTIL WS-Purge-Eof
                   IF WS-Purge-Count > 0
                       DISPLAY "SUITESNAP: generations through "
                           WS-Purge-Through " removed"
                   END-IF
               END-IF.

           465-Purge-One-Image.
               READ SnapshotFile NEXT RECORD
                   AT END
                       SET WS-Purge-Eof TO TRUE
                   NOT AT END
                       IF GS-Generation > WS-Purge-Through
                           SET WS-Purge-Eof TO TRUE
                       ELSE
                           DELETE SnapshotFile RECORD
                               INVALID KEY
                                   CONTINUE
                           END-DELETE
                       END-IF
               END-READ.

           470-Purge-One-Control.
               READ SnapshotControlFile NEXT RECORD
                   AT END
                       SET WS-Purge-Eof TO TRUE
                   NOT AT END
                       IF GN-Generation > WS-Purge-Through
                           SET WS-Purge-Eof TO TRUE
                       ELSE
                           DELETE SnapshotControlFile RECORD
                               INVALID KEY
                                   CONTINUE
                           END-DELETE
                           ADD 1 TO WS-Purge-Count
                       END-IF
               END-READ.

           500-Close-Files.
               IF WS-Files-Ready
                   CLOSE SnapshotFile
                   CLOSE SnapshotControlFile
               END-IF.

           600-FormatDate.
               CALL "DateFormat" USING LK_Current_Date
               MOVE LK_Current_Date TO WS-Today.

           700-FormatTime.
               CALL "TimeFormats" USING LK_Current_Time
               MOVE LK_Current_Hours TO LK_Time_HMS_Hours
               MOVE LK_Current_Minute TO LK_Time_HMS_Minutes
               MOVE LK_Current_Second TO LK_Time_HMS_Seconds
               MOVE LK_Time_HMS_Numeric TO WS-Now.

               End Program SuiteSnapshot.
