       Identification Division.
           Program-ID. SuiteRestore.
               Author. Anthony Downs.
               Installation.
               Date-Written. October 15, 2026.
               Date-Compiled.
               Security.

      * Puts every file in a SuiteSnapshot generation back at once, so
      * the masters and histories return to the same point together.
      * The generation number is passed on the command line; with no
      * argument the most recent complete generation is used.  Before
      * any file is touched the whole generation is checked: its
      * header must be complete, every file in WS-File-Table must
      * have a control record, and the copied records must agree with
      * the control record counts and hash totals.  Any disagreement
      * refuses the restore and nothing is changed - there is no
      * partial restore.  Each file is then rebuilt from the snapshot
      * (a file that was absent at snapshot time comes back empty),
      * read back, and its count and hash total checked again.  Take
      * a SuiteSnapshot first if the current files may be wanted.
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
               01  WS-Verify-Switch   PIC X(01)   value "Y".
                   88  WS-Verify-Ok                         value "Y".
                   88  WS-Verify-Failed                     value "N".
               01  WS-Restore-Switch   PIC X(01)   value "Y".
                   88  WS-Restore-Ok                        value "Y".
                   88  WS-Restore-Failed                    value "N".
               01  WS-Source-Eof-Switch   PIC X(01)   value "N".
                   88  WS-Source-Eof                        value "Y".
                   88  WS-Source-Not-Eof                    value "N".
               01  WS-Image-Eof-Switch   PIC X(01)   value "N".
                   88  WS-Image-Eof                         value "Y".
                   88  WS-Image-Not-Eof                     value "N".
               01  WS-Write-Switch   PIC X(01)   value "N".
                   88  WS-Write-Failed                      value "Y".
                   88  WS-Write-Ok                          value "N".

               01  WS-Command-Line-Param   PIC X(40)   value spaces.
               01  WS-Today   PIC 9(08)   value 0.
               01  WS-Generation   PIC 9(04)   value 0.
               01  WS-File-Idx   PIC 9(02)   COMP value 0.
               01  WS-Byte-Idx   PIC 9(03)   COMP value 0.
               01  WS-Image   PIC X(234)  value spaces.
               01  WS-Image-Length   PIC 9(03)   value 0.
               01  WS-Record-Count   PIC 9(09)   value 0.
               01  WS-Hash-Total   PIC 9(15)   value 0.
               01  WS-Expected-Count   PIC 9(09)   value 0.
               01  WS-Expected-Hash   PIC 9(15)   value 0.
               01  WS-Reason   PIC X(40)   value spaces.
               01  WS-Control-Table.
                   05  WS-Control-Entry OCCURS 33 TIMES.
                       10  WS-Ctl-Count                 PIC 9(09).
                       10  WS-Ctl-Hash                  PIC 9(15).

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
               PERFORM 050-Select-Generation
               PERFORM 600-FormatDate
               PERFORM 100-Open-Files
               IF WS-Files-Ready
                   IF WS-Generation = 0
                       PERFORM 110-Find-Latest-Complete
                   END-IF
                   IF WS-Generation = 0
                       MOVE "no complete generation on file"
                           TO WS-Reason
                       SET WS-Verify-Failed TO TRUE
                   ELSE
                       PERFORM 120-Check-Header
                   END-IF
                   IF WS-Verify-Ok
                       PERFORM 200-Verify-One-File
                           VARYING WS-File-Idx FROM 1 BY 1
                           UNTIL WS-File-Idx > WS-File-Count
                               OR WS-Verify-Failed
                   END-IF
                   IF WS-Verify-Ok
                       PERFORM 300-Restore-One-File
                           VARYING WS-File-Idx FROM 1 BY 1
                           UNTIL WS-File-Idx > WS-File-Count
                       PERFORM 400-Check-One-Restored-File
                           VARYING WS-File-Idx FROM 1 BY 1
                           UNTIL WS-File-Idx > WS-File-Count
                       PERFORM 450-Stamp-Header
                   ELSE
                       DISPLAY "SUITERESTORE: generation " WS-Generation
                           " refused - " WS-Reason
                       DISPLAY "SUITERESTORE: no file was changed"
                   END-IF
               END-IF
               PERFORM 500-Close-Files
               EVALUATE TRUE
                   WHEN WS-Open-Failed
                       MOVE 16 TO RETURN-CODE
                   WHEN WS-Verify-Failed
                       MOVE 16 TO RETURN-CODE
                   WHEN WS-Restore-Failed
                       MOVE 12 TO RETURN-CODE
                   WHEN OTHER
                       DISPLAY "SUITERESTORE: generation " WS-Generation
                           " restored and verified"
               END-EVALUATE
               STOP RUN.

           050-Select-Generation.
               ACCEPT WS-Command-Line-Param FROM COMMAND-LINE
               IF WS-Command-Line-Param(1:4) IS NUMERIC
                   MOVE WS-Command-Line-Param(1:4) TO WS-Generation
               END-IF.

           100-Open-Files.
               OPEN INPUT SnapshotFile
               CALL "Validations" USING Snapshot-Status, "SUITERESTORE"
               OPEN I-O SnapshotControlFile
               CALL "Validations" USING SnapCtl-Status, "SUITERESTORE"
               IF Snapshot-Status NOT = "00"
                       OR SnapCtl-Status NOT = "00"
                   SET WS-Open-Failed TO TRUE
               END-IF.

      * Header records (file id 00) are read in key order; the last
      * complete one seen is the newest restorable generation.
           110-Find-Latest-Complete.
               SET WS-Source-Not-Eof TO TRUE
               MOVE LOW-VALUES TO GN-Key
               START SnapshotControlFile
                       KEY IS GREATER THAN OR EQUAL GN-Key
                   INVALID KEY
                       SET WS-Source-Eof TO TRUE
               END-START
               PERFORM 115-Scan-One-Control
                   UNTIL WS-Source-Eof.

           115-Scan-One-Control.
               READ SnapshotControlFile NEXT RECORD
                   AT END
                       SET WS-Source-Eof TO TRUE
                   NOT AT END
                       IF GN-File-Id = 0 AND GN-Complete
                           MOVE GN-Generation TO WS-Generation
                       END-IF
               END-READ.

           120-Check-Header.
               MOVE WS-Generation TO GN-Generation
               MOVE 0 TO GN-File-Id
               READ SnapshotControlFile
                   INVALID KEY
                       MOVE "generation not on file" TO WS-Reason
                       SET WS-Verify-Failed TO TRUE
                   NOT INVALID KEY
                       IF NOT GN-Complete
                           MOVE "snapshot never completed"
                               TO WS-Reason
                           SET WS-Verify-Failed TO TRUE
                       END-IF
               END-READ.

      * The copied records are counted and hashed against the
      * control record before anything is written.
           200-Verify-One-File.
               MOVE WS-Generation TO GN-Generation
               MOVE WS-File-Idx TO GN-File-Id
               READ SnapshotControlFile
                   INVALID KEY
                       MOVE "control record missing for file"
                           TO WS-Reason
                       SET WS-Verify-Failed TO TRUE
               END-READ
               IF WS-Verify-Ok
                   MOVE GN-Record-Count TO WS-Ctl-Count (WS-File-Idx)
                   MOVE GN-Hash-Total TO WS-Ctl-Hash (WS-File-Idx)
                   MOVE 0 TO WS-Record-Count WS-Hash-Total
                   PERFORM 210-Start-Image-Scan
                   PERFORM 215-Check-One-Image
                       UNTIL WS-Image-Eof
                   IF WS-Record-Count NOT = WS-Ctl-Count (WS-File-Idx)
                           OR WS-Hash-Total
                               NOT = WS-Ctl-Hash (WS-File-Idx)
                       STRING "snapshot copy does not agree: "
                               DELIMITED BY SIZE
                              WS-Tbl-File-Name (WS-File-Idx)
                               DELIMITED BY SIZE
                           INTO WS-Reason
                       END-STRING
                       SET WS-Verify-Failed TO TRUE
                   END-IF
               END-IF.

           210-Start-Image-Scan.
               SET WS-Image-Not-Eof TO TRUE
               MOVE WS-Generation TO GS-Generation
               MOVE WS-File-Idx TO GS-File-Id
               MOVE 0 TO GS-Sequence
               START SnapshotFile
                       KEY IS GREATER THAN OR EQUAL GS-Key
                   INVALID KEY
                       SET WS-Image-Eof TO TRUE
               END-START
               PERFORM 212-Read-Image.

           212-Read-Image.
               IF WS-Image-Not-Eof
                   READ SnapshotFile NEXT RECORD
                       AT END
                           SET WS-Image-Eof TO TRUE
                       NOT AT END
                           IF GS-Generation NOT = WS-Generation
                                   OR GS-File-Id NOT = WS-File-Idx
                               SET WS-Image-Eof TO TRUE
                           ELSE
                               MOVE GS-Image TO WS-Image
                               MOVE GS-Length TO WS-Image-Length
                           END-IF
                   END-READ
               END-IF.

           215-Check-One-Image.
               ADD 1 TO WS-Record-Count
               PERFORM 220-Hash-Image
               PERFORM 212-Read-Image.

           220-Hash-Image.
               PERFORM 225-Hash-One-Byte
                   VARYING WS-Byte-Idx FROM 1 BY 1
                   UNTIL WS-Byte-Idx > WS-Image-Length.

           225-Hash-One-Byte.
               COMPUTE WS-Hash-Total = WS-Hash-Total
                   + FUNCTION ORD(WS-Image (WS-Byte-Idx:1))
                   * WS-Byte-Idx.

      * Opening for output empties the file; the snapshot records are
      * already in primary key order.
           300-Restore-One-File.
               SET WS-Write-Ok TO TRUE
               PERFORM 340-Open-Target
               IF WS-Source-Status NOT = "00"
                   DISPLAY "SUITERESTORE: cannot open "
                       WS-Tbl-File-Name (WS-File-Idx)
                       " status " WS-Source-Status
                   SET WS-Restore-Failed TO TRUE
               ELSE
                   PERFORM 210-Start-Image-Scan
                   PERFORM 310-Write-One-Image
                       UNTIL WS-Image-Eof
                   PERFORM 360-Close-Source
                   IF WS-Write-Failed
                       SET WS-Restore-Failed TO TRUE
                   END-IF
               END-IF.

           310-Write-One-Image.
               PERFORM 350-Write-Target
               PERFORM 212-Read-Image.

      * Each rebuilt file is read back and must match the snapshot.
           400-Check-One-Restored-File.
               MOVE 0 TO WS-Record-Count WS-Hash-Total
               MOVE WS-Tbl-Record-Length (WS-File-Idx)
                   TO WS-Image-Length
               PERFORM 240-Open-Source
               IF WS-Source-Status = "00" OR WS-Source-Status = "05"
                   SET WS-Source-Not-Eof TO TRUE
                   PERFORM 250-Read-Source
                   PERFORM 410-Count-One-Record
                       UNTIL WS-Source-Eof
                   PERFORM 360-Close-Source
               END-IF
               IF WS-Record-Count NOT = WS-Ctl-Count (WS-File-Idx)
                       OR WS-Hash-Total NOT = WS-Ctl-Hash (WS-File-Idx)
                   DISPLAY "SUITERESTORE: "
                       WS-Tbl-File-Name (WS-File-Idx)
                       " does not agree after restore - records "
                       WS-Record-Count " expected "
                       WS-Ctl-Count (WS-File-Idx)
                   SET WS-Restore-Failed TO TRUE
               ELSE
                   DISPLAY "SUITERESTORE: "
                       WS-Tbl-File-Name (WS-File-Idx)
                       " records " WS-Record-Count
                       " hash " WS-Hash-Total
               END-IF.

           410-Count-One-Record.
               ADD 1 TO WS-Record-Count
               PERFORM 220-Hash-Image
               PERFORM 250-Read-Source.

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

           340-Open-Target.
               EVALUATE WS-File-Idx
                   WHEN 1
                       OPEN OUTPUT PayrollReport
                   WHEN 2
                       OPEN OUTPUT EmployeeAddrFile
                   WHEN 3
                       OPEN OUTPUT YtdAccumFile
                   WHEN 4
                       OPEN OUTPUT PayLedgerFile
                   WHEN 5
                       OPEN OUTPUT PtoAccrualFile
                   WHEN 6
                       OPEN OUTPUT CheckRegisterFile
                   WHEN 7
                       OPEN OUTPUT DependentFile
                   WHEN 8
                       OPEN OUTPUT GarnishOrderFile
                   WHEN 9
                       OPEN OUTPUT W4ElectionFile
                   WHEN 10
                       OPEN OUTPUT LoanFile
                   WHEN 11
                       OPEN OUTPUT PositionFile
                   WHEN 12
                       OPEN OUTPUT BankHoldFile
                   WHEN 13
                       OPEN OUTPUT RetroHistoryFile
                   WHEN 14
                       OPEN OUTPUT CobraElectionFile
                   WHEN 15
                       OPEN OUTPUT CostAllocFile
                   WHEN 16
                       OPEN OUTPUT CompanyMasterFile
                   WHEN 17
                       OPEN OUTPUT TerrOffFile
                   WHEN 18
                       OPEN OUTPUT YearCloseFile
                   WHEN 19
                       OPEN OUTPUT FmlaCaseFile
                   WHEN 20
                       OPEN OUTPUT FmlaUsageFile
                   WHEN 21
                       OPEN OUTPUT I9AuthFile
                   WHEN 22
                       OPEN OUTPUT CustomerMasterFile
                   WHEN 23
                       OPEN OUTPUT CustPurchFile
                   WHEN 24
                       OPEN OUTPUT EeoDemogFile
                   WHEN 25
                       OPEN OUTPUT DeceasedFile
                   WHEN 26
                       OPEN OUTPUT BeneficiaryPayFile
                   WHEN 27
                       OPEN OUTPUT ContractorFile
                   WHEN 28
                       OPEN OUTPUT ContractorPayFile
                   WHEN 29
                       OPEN OUTPUT EmployeeBirthFile
                   WHEN 30
                       OPEN OUTPUT CompHistoryFile
                   WHEN 31
                       OPEN OUTPUT IfaceRegFile
                   WHEN 32
                       OPEN OUTPUT EntityYtdFile
                   WHEN 33
                       OPEN OUTPUT CustPostCtlFile
               END-EVALUATE.

           350-Write-Target.
               EVALUATE WS-File-Idx
                   WHEN 1
                       MOVE WS-Image TO EmployeeRecord
                       WRITE EmployeeRecord
                           INVALID KEY
                               SET WS-Write-Failed TO TRUE
                       END-WRITE
                   WHEN 2
                       MOVE WS-Image TO EmployeeAddrRecord
                       WRITE EmployeeAddrRecord
                           INVALID KEY
                               SET WS-Write-Failed TO TRUE
                       END-WRITE
                   WHEN 3
                       MOVE WS-Image TO YtdAccumRecord
                       WRITE YtdAccumRecord
                           INVALID KEY
                               SET WS-Write-Failed TO TRUE
                       END-WRITE
                   WHEN 4
                       MOVE WS-Image TO PayLedgerRecord
                       WRITE PayLedgerRecord
                           INVALID KEY
                               SET WS-Write-Failed TO TRUE
                       END-WRITE
                   WHEN 5
                       MOVE WS-Image TO PtoAccrualRecord
                       WRITE PtoAccrualRecord
                           INVALID KEY
                               SET WS-Write-Failed TO TRUE
                       END-WRITE
                   WHEN 6
                       MOVE WS-Image TO CheckRegisterRecord
                       WRITE CheckRegisterRecord
                           INVALID KEY
                               SET WS-Write-Failed TO TRUE
                       END-WRITE
                   WHEN 7
                       MOVE WS-Image TO DependentRecord
                       WRITE DependentRecord
                           INVALID KEY
                               SET WS-Write-Failed TO TRUE
                       END-WRITE
                   WHEN 8
                       MOVE WS-Image TO GarnishOrderRecord
                       WRITE GarnishOrderRecord
                           INVALID KEY
                               SET WS-Write-Failed TO TRUE
                       END-WRITE
                   WHEN 9
                       MOVE WS-Image TO W4ElectionRecord
                       WRITE W4ElectionRecord
                           INVALID KEY
                               SET WS-Write-Failed TO TRUE
                       END-WRITE
                   WHEN 10
                       MOVE WS-Image TO LoanRecord
                       WRITE LoanRecord
                           INVALID KEY
                               SET WS-Write-Failed TO TRUE
                       END-WRITE
                   WHEN 11
                       MOVE WS-Image TO PositionRecord
                       WRITE PositionRecord
                           INVALID KEY
                               SET WS-Write-Failed TO TRUE
                       END-WRITE
                   WHEN 12
                       MOVE WS-Image TO BankHoldRecord
                       WRITE BankHoldRecord
                           INVALID KEY
                               SET WS-Write-Failed TO TRUE
                       END-WRITE
                   WHEN 13
                       MOVE WS-Image TO RetroHistoryRecord
                       WRITE RetroHistoryRecord
                           INVALID KEY
                               SET WS-Write-Failed TO TRUE
                       END-WRITE
                   WHEN 14
                       MOVE WS-Image TO CobraElectionRecord
                       WRITE CobraElectionRecord
                           INVALID KEY
                               SET WS-Write-Failed TO TRUE
                       END-WRITE
                   WHEN 15
                       MOVE WS-Image TO CostAllocRecord
                       WRITE CostAllocRecord
                           INVALID KEY
                               SET WS-Write-Failed TO TRUE
                       END-WRITE
                   WHEN 16
                       MOVE WS-Image TO CompanyMasterRecord
                       WRITE CompanyMasterRecord
                           INVALID KEY
                               SET WS-Write-Failed TO TRUE
                       END-WRITE
                   WHEN 17
                       MOVE WS-Image TO TerrOffRecord
                       WRITE TerrOffRecord
                           INVALID KEY
                               SET WS-Write-Failed TO TRUE
                       END-WRITE
                   WHEN 18
                       MOVE WS-Image TO YearCloseRecord
                       WRITE YearCloseRecord
                           INVALID KEY
                               SET WS-Write-Failed TO TRUE
                       END-WRITE
                   WHEN 19
                       MOVE WS-Image TO FmlaCaseRecord
                       WRITE FmlaCaseRecord
                           INVALID KEY
                               SET WS-Write-Failed TO TRUE
                       END-WRITE
                   WHEN 20
                       MOVE WS-Image TO FmlaUsageRecord
                       WRITE FmlaUsageRecord
                           INVALID KEY
                               SET WS-Write-Failed TO TRUE
                       END-WRITE
                   WHEN 21
                       MOVE WS-Image TO I9AuthRecord
                       WRITE I9AuthRecord
                           INVALID KEY
                               SET WS-Write-Failed TO TRUE
                       END-WRITE
                   WHEN 22
                       MOVE WS-Image TO CustomerMasterRecord
                       WRITE CustomerMasterRecord
                           INVALID KEY
                               SET WS-Write-Failed TO TRUE
                       END-WRITE
                   WHEN 23
                       MOVE WS-Image TO CustPurchRecord
                       WRITE CustPurchRecord
                           INVALID KEY
                               SET WS-Write-Failed TO TRUE
                       END-WRITE
                   WHEN 24
                       MOVE WS-Image TO EeoDemogRecord
                       WRITE EeoDemogRecord
                           INVALID KEY
                               SET WS-Write-Failed TO TRUE
                       END-WRITE
                   WHEN 25
                       MOVE WS-Image TO DeceasedRecord
                       WRITE DeceasedRecord
                           INVALID KEY
                               SET WS-Write-Failed TO TRUE
                       END-WRITE
                   WHEN 26
                       MOVE WS-Image TO BeneficiaryPayRecord
                       WRITE BeneficiaryPayRecord
                           INVALID KEY
                               SET WS-Write-Failed TO TRUE
                       END-WRITE
                   WHEN 27
                       MOVE WS-Image TO ContractorRecord
                       WRITE ContractorRecord
                           INVALID KEY
                               SET WS-Write-Failed TO TRUE
                       END-WRITE
                   WHEN 28
                       MOVE WS-Image TO ContractorPayRecord
                       WRITE ContractorPayRecord
                           INVALID KEY
                               SET WS-Write-Failed TO TRUE
                       END-WRITE
                   WHEN 29
                       MOVE WS-Image TO EmployeeBirthRecord
                       WRITE EmployeeBirthRecord
                           INVALID KEY
                               SET WS-Write-Failed TO TRUE
                       END-WRITE
                   WHEN 30
                       MOVE WS-Image TO CompHistoryRecord
                       WRITE CompHistoryRecord
                           INVALID KEY
                               SET WS-Write-Failed TO TRUE
                       END-WRITE
                   WHEN 31
                       MOVE WS-Image TO IfaceRegRecord
                       WRITE IfaceRegRecord
                           INVALID KEY
                               SET WS-Write-Failed TO TRUE
                       END-WRITE
                   WHEN 32
                       MOVE WS-Image TO EntityYtdRecord
                       WRITE EntityYtdRecord
                           INVALID KEY
                               SET WS-Write-Failed TO TRUE
                       END-WRITE
                   WHEN 33
                       MOVE WS-Image TO CustPostCtlRecord
                       WRITE CustPostCtlRecord
                           INVALID KEY
                               SET WS-Write-Failed TO TRUE
                       END-WRITE
               END-EVALUATE.

           360-Close-Source.
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

           450-Stamp-Header.
               MOVE WS-Generation TO GN-Generation
               MOVE 0 TO GN-File-Id
               READ SnapshotControlFile
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE WS-Today TO GN-Restored-Date
                       REWRITE SnapshotControlRecord
                           INVALID KEY
                               CONTINUE
                       END-REWRITE
               END-READ.

           500-Close-Files.
               IF WS-Files-Ready
                   CLOSE SnapshotFile
                   CLOSE SnapshotControlFile
               END-IF.

           600-FormatDate.
               CALL "DateFormat" USING LK_Current_Date
               MOVE LK_Current_Date TO WS-Today.

               End Program SuiteRestore.
