       Identification Division.
           Program-ID. DeceasedPay.
               Author. Anthony Downs.
               Installation.
               Date-Written. October 15, 2026.
               Date-Compiled.
               Security.

      * Deceased employee processing.  Each card on DeceasedInput names
      * an employee and the date of death, and optionally the sequence
      * number of the DependentFile entry to be paid; otherwise the
      * first dependent flagged as beneficiary is paid, and when none
      * is flagged the check is made out to the employee's estate.
      * Unpaid wages from the last posted pay period through the date
      * of death plus the PTO balance (at AnnualSalary / 2080 hours)
      * are paid to the beneficiary by check on OffCycleCheckFile for
      * PositivePayExport (OFFCYCLE option).  Afterwards the employee
      * is marked deceased (status D), standing deductions are cleared,
      * the PTO balance is zeroed, the position is reopened, and the
      * COBRA notice and 36-month election are written for the
      * dependents.  The death is kept on DeceasedFile and the status
      * change on CompHistoryFile as a termination (reason TM).
      * Every run also pays, to the same beneficiary, any pending
      * SupplementalPayFile lines for employees already on
      * DeceasedFile; DirectDepositExport leaves those lines alone.
      * Tax treatment follows the payment year: in the year of death
      * no federal or state income tax is withheld but Social Security
      * and Medicare are, and the payment is posted to the pay ledger
      * (pay type B, its own entry for each payment) and the
      * year-to-date accumulator as FICA wages; in any later year
      * nothing is withheld or posted to the employee's wage records.
      * The ledger entry is keyed on the pay date unless that date is
      * already taken or is a regular period end on PayPeriodCal
      * (PeriodEndCheck), where the regular run would replace it; it
      * then takes the nearest free date in the same quarter, earlier
      * dates first, and keeps the pay date in LG-Pay-Date.  Every
      * payment is kept on BeneficiaryPayFile with its form code
      * (W = year of death, 1 = later year).  At year end W2Efw2
      * takes the form W payments out of the employee's box 1 wages
      * (they stay in boxes 3 and 5), and Form1099Misc reports every
      * payment, W and 1 alike, to the beneficiary in 1099-MISC box 3.
      * Command-line options:
      *     columns 1-8     operator ID
      *     columns 10-17   pay date YYYYMMDD (defaults to today)
       Environment Division.
           Configuration Section.
               Special-Names.

           Input-Output Section.
               File-Control.
                   Select DeceasedInputFile assign to DecdIn
                       Organization is Line Sequential
                       File Status is DecdIn-Status.

                   Select PayrollReport assign to PayRpt
                       File Status is File_Status
                       Organization is Indexed
                       Access Mode is Dynamic
                       Record Key is PR-EmployeeNumber
                       Alternate Record Key is PR-EmployeeName
                           with Duplicates
                       Alternate Record Key is
                           PR-SocialSecurityNumber
                           with Duplicates.

                   Select DeceasedFile assign to DecdEmp
                       File Status is DecdEmp-Status
                       Organization is Indexed
                       Access Mode is Dynamic
                       Record Key is DE-EmployeeNumber.

                   Select BeneficiaryPayFile assign to BenePay
                       File Status is BenePay-Status
                       Organization is Indexed
                       Access Mode is Dynamic
                       Record Key is BP-Key.

                   Select YtdAccumFile assign to YtdAccum
                       File Status is YtdAccum-Status
                       Organization is Indexed
                       Access Mode is Dynamic
                       Record Key is YT-Key.

                   Select PayLedgerFile assign to PayLedgr
                       File Status is PayLedger-Status
                       Organization is Indexed
                       Access Mode is Dynamic
                       Record Key is LG-Key.

                   Select Optional DependentFile assign to DepFile
                       File Status is Dependent-Status
                       Organization is Indexed
                       Access Mode is Dynamic
                       Record Key is DP-Key.

                   Select Optional PtoAccrualFile assign to PtoAccr
                       File Status is PtoAccr-Status
                       Organization is Indexed
                       Access Mode is Dynamic
                       Record Key is PT-EmployeeNumber.

                   Select Optional TerrOffFile assign to TerrOff
                       File Status is TerrOff-Status
                       Organization is Indexed
                       Access Mode is Dynamic
                       Record Key is TO-Key.

                   Select Optional TaxYearFile assign to TaxYear
                       File Status is TaxYear-Status
                       Organization is Indexed
                       Access Mode is Dynamic
                       Record Key is TY-Year.

                   Select Optional EmployeeAddrFile assign to EmpAddr
                       File Status is EmpAddr-Status
                       Organization is Indexed
                       Access Mode is Dynamic
                       Record Key is AD-EmployeeNumber.

                   Select Optional PeriodLockFile assign to PerLock
                       File Status is PeriodLock-Status
                       Organization is Indexed
                       Access Mode is Dynamic
                       Record Key is PL-Period-Date.

                   Select Optional PositionFile assign to PosCtl
                       File Status is Position-Status
                       Organization is Indexed
                       Access Mode is Dynamic
                       Record Key is PS-Position-Number
                       Alternate Record Key is PS-Location
                           with Duplicates
                       Alternate Record Key is PS-Filled-By
                           with Duplicates.

                   Select CompHistoryFile assign to CompHist
                       File Status is CompHist-Status
                       Organization is Indexed
                       Access Mode is Dynamic
                       Record Key is CH-Key.

                   Select CobraNoticeFile assign to CobraNtc
                       Organization is Line Sequential
                       File Status is CobraNtc-Status.

                   Select CobraElectionFile assign to CobraElec
                       File Status is CobraElec-Status
                       Organization is Indexed
                       Access Mode is Dynamic
                       Record Key is CE-EmployeeNumber.

                   Select Optional SupplementalPayFile assign to SuppPay
                       Organization is Line Sequential
                       File Status is SuppPay-Status.

                  Select SupplementalPayHistFile assign to SuppPayHs
                       Organization is Line Sequential
                       File Status is SuppHist-Status.

                  Select SupplementalPayWorkFile assign to SuppPayWk
                       Organization is Line Sequential
                       File Status is SuppWork-Status.

                   Select OffCycleCheckFile assign to OffChk
                       Organization is Line Sequential
                       File Status is OffChk-Status.

                   Select GlAdjustFile assign to GlAdj
                       Organization is Line Sequential
                       File Status is GlAdj-Status.

                   Select AuditLog assign to AuditLog
                       Organization is Line Sequential
                       File Status is AuditLog-Status.

                   Select DeceasedReportFile assign to DecdRpt
                       Organization is Line Sequential
                       File Status is DecdRpt-Status.

               I-O-Control.

       Data Division.
           File Section.
               FD  DeceasedInputFile
                   Record Contains 80 characters.
                   01  DeceasedInputLine.
                       05  DI-EmployeeNumber                PIC X(05).
                       05                                   PIC X(01).
                       05  DI-Date-Of-Death                 PIC 9(08).
                       05                                   PIC X(01).
                       05  DI-Beneficiary-Sequence          PIC X(02).
                       05                                   PIC X(63).

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

               FD  DeceasedFile.
                   01  DeceasedRecord.
                       05  DE-EmployeeNumber                PIC X(05).
                       05  DE-Date-Of-Death                 PIC 9(08).
                       05  DE-Death-Date-R redefines DE-Date-Of-Death.
                           10  DE-Death-Year                PIC 9(04).
                           10  DE-Death-Month-Day           PIC 9(04).
                       05  DE-Beneficiary-Sequence          PIC 9(02).
                       05  DE-Beneficiary-Name              PIC X(20).
                       05  DE-Prior-Status                  PIC X(01).
                       05  DE-Processed-Date                PIC 9(08).
                       05  DE-Processed-By                  PIC X(08).
                       05                                   PIC X(28).

               FD  BeneficiaryPayFile.
                   01  BeneficiaryPayRecord.
                       05  BP-Key.
                           10  BP-EmployeeNumber            PIC X(05).
                           10  BP-Pay-Date                  PIC 9(08).
                           10  BP-Sequence                  PIC 9(02).
                       05  BP-Payee-Name                    PIC X(20).
                       05  BP-Payment-Type                  PIC X(01).
                           88  BP-Final-Pay                 value "F".
                           88  BP-Supplemental-Pay          value "S".
                       05  BP-Tax-Year                      PIC 9(04).
                       05  BP-Form-Code                     PIC X(01).
                           88  BP-Year-Of-Death             value "W".
                           88  BP-After-Year-Of-Death       value "1".
                       05  BP-Gross                     PIC S9(7)V99.
                       05  BP-Soc-Sec                   PIC S9(7)V99.
                       05  BP-Medicare                  PIC S9(7)V99.
                       05  BP-Net                       PIC S9(7)V99.
                       05                                   PIC X(23).

               FD  YtdAccumFile.
                   01  YtdAccumRecord.
                       05  YT-Key.
                           10  YT-EmployeeNumber            PIC X(05).
                           10  YT-Year                      PIC 9(04).
                       05  YT-Gross                     PIC S9(8)V99.
                       05  YT-Withholding               PIC S9(8)V99.
                       05  YT-Net                       PIC S9(8)V99.
                       05  YT-Soc-Sec                   PIC S9(8)V99.
                       05  YT-Medicare                  PIC S9(8)V99.
                       05  YT-State-Tax                 PIC S9(8)V99.
                       05  YT-Quarter-Totals OCCURS 4 TIMES.
                           10  YT-Qtr-Gross             PIC S9(8)V99.
                           10  YT-Qtr-Withholding       PIC S9(8)V99.
                           10  YT-Qtr-Net               PIC S9(8)V99.
                       05  YT-Imputed-Income            PIC S9(8)V99.

               FD  PayLedgerFile.
                   01  PayLedgerRecord.
                       05  LG-Key.
                           10  LG-EmployeeNumber            PIC X(05).
                           10  LG-Period-Date               PIC 9(08).
                       05  LG-Gross                     PIC S9(7)V99.
                       05  LG-Withholding               PIC S9(7)V99.
                       05  LG-Soc-Sec                   PIC S9(7)V99.
                       05  LG-Medicare                  PIC S9(7)V99.
                       05  LG-State-Tax                 PIC S9(7)V99.
                       05  LG-Deductions                PIC S9(7)V99.
                       05  LG-Garnishment               PIC S9(7)V99.
                       05  LG-Net                       PIC S9(7)V99.
                       05  LG-Pay-Date                      PIC 9(08).
                       05  LG-Pay-Type                      PIC X(01).
                           88  LG-Regular-Pay               value " ".
                           88  LG-Off-Cycle-Pay             value "O".
                           88  LG-Beneficiary-Pay           value "B".
                           88  LG-Void-Reversal             value "V".
                       05  LG-Reference-Date                PIC 9(08).
                       05  LG-Imputed-Income            PIC S9(7)V99.

               FD  DependentFile.
                   01  DependentRecord.
                       05  DP-Key.
                           10  DP-EmployeeNumber           PIC X(05).
                           10  DP-Sequence-Number          PIC 9(02).
                       05  DP-Dependent-Name                PIC X(20).
                       05  DP-Relationship                  PIC X(10).
                       05  DP-Date-Of-Birth                 PIC 9(08).
                       05  DP-Beneficiary-Switch             PIC X(01).
                           88  DP-Is-Beneficiary            value "Y".

               FD  PtoAccrualFile.
                   01  PtoAccrualRecord.
                       05  PT-EmployeeNumber                PIC X(05).
                       05  PT-Balance-Hours             PIC S9(05)V99.

               FD  TerrOffFile.
                   01  TerrOffRecord.
                       05  TO-Key.
                           10  TO-TerritoryNumber          PIC X(02).
                           10  TO-OfficeNumber             PIC X(02).
                       05  TO-Description                  PIC X(20).
                       05                                  PIC X(12).
                       05  TO-Pay-Frequency                PIC X(01).
                       05                                  PIC X(04).

               FD  TaxYearFile.
                   01  TaxYearRecord.
                       05  TY-Year                          PIC 9(04).
                       05  TY-SocSec-Wage-Base              PIC 9(07).
                       05  TY-SocSec-Rate                   PIC V9999.
                       05  TY-Medicare-Rate                 PIC V9999.
                       05                                   PIC X(06).

               FD  EmployeeAddrFile.
                   01  EmployeeAddrRecord.
                       05  AD-EmployeeNumber                PIC X(05).
                       05  AD-Street                        PIC X(30).
                       05  AD-City                          PIC X(20).
                       05  AD-State                         PIC X(02).
                       05  AD-Zip                           PIC X(10).

               FD  PeriodLockFile.
                   01  PeriodLockRecord.
                       05  PL-Period-Date                   PIC 9(08).
                       05  PL-Closed-Switch                 PIC X(01).
                           88  PL-Period-Closed             value "Y".
                           88  PL-Period-Open               value "N".
                       05  PL-Closed-By                     PIC X(08).
                       05  PL-Closed-Date                   PIC 9(08).

               FD  CompHistoryFile.
                   01  CompHistoryRecord.
                       05  CH-Key.
                           10  CH-EmployeeNumber            PIC X(05).
                           10  CH-Sequence                  PIC 9(05).
                       05  CH-Effective-Date                PIC 9(08).
                       05  CH-Entry-Date                    PIC 9(08).
                       05  CH-Reason-Code                   PIC X(02).
                       05  CH-Old-Salary                PIC S9(7)V99.
                       05  CH-New-Salary                PIC S9(7)V99.
                       05  CH-Old-Status                    PIC X(01).
                       05  CH-New-Status                    PIC X(01).
                       05  CH-Old-Territory                 PIC X(02).
                       05  CH-Old-Office                    PIC X(02).
                       05  CH-New-Territory                 PIC X(02).
                       05  CH-New-Office                    PIC X(02).
                       05  CH-Old-Manager                   PIC X(05).
                       05  CH-New-Manager                   PIC X(05).
                       05  CH-Source                        PIC X(06).
                       05  CH-Operator                      PIC X(08).

               FD  PositionFile
                   Record Contains 70 characters.
                   01  PositionRecord.
                       05  PS-Position-Number               PIC X(06).
                       05  PS-Location.
                           10  PS-TerritoryNumber           PIC X(02).
                           10  PS-OfficeNumber              PIC X(02).
                       05  PS-Job-Code                      PIC X(06).
                       05  PS-Budgeted-Salary           PIC 9(07)V99.
                       05  PS-Approval-Status               PIC X(01).
                       05  PS-Filled-By                     PIC X(05).
                       05  PS-Filled-Date                   PIC 9(08).
                       05  PS-Vacant-Since                  PIC 9(08).
                       05  PS-Approved-Date                 PIC 9(08).
                       05  PS-Last-Holder                   PIC X(05).
                       05  PS-Operator                      PIC X(08).
                       05                                   PIC X(02).

               FD  CobraNoticeFile
                   Record Contains 132 characters.
                   01  CobraNoticeLine                      PIC X(132).

               FD  CobraElectionFile.
                   01  CobraElectionRecord.
                       05  CE-EmployeeNumber                PIC X(05).
                       05  CE-Notice-Date                   PIC 9(08).
                       05  CE-Election-Deadline             PIC 9(08).
                       05  CE-Election-Status               PIC X(01).
                           88  Cobra-Pending                value "P".
                           88  Cobra-Elected                value "E".
                           88  Cobra-Declined               value "D".
                       05  CE-Election-Date                 PIC 9(08).
                       05  CE-Coverage-End-Date             PIC 9(08).
                       05  CE-Monthly-Premium            PIC 9(05)V99.

               FD  SupplementalPayFile
                   Record Contains 80 characters.
                   01  SupplementalPayLine.
                       05  SP-Record-Type                   PIC X(06).
                       05                                   PIC X(01).
                       05  SP-EmployeeNumber                PIC X(05).
                       05                                   PIC X(01).
                       05  SP-EmployeeName                  PIC X(20).
                       05                                   PIC X(01).
                       05  SP-Amount                     PIC 9(07)V99.
                       05                                   PIC X(01).
                       05  SP-Periods                       PIC 9(03).
                       05                                   PIC X(01).
                       05  SP-Period-Date                   PIC 9(08).
                       05                                   PIC X(01).
                       05  SP-Status                        PIC X(01).
                           88  Supp-Pending                 value "N".
                           88  Supp-Processed               value "P".
                       05                                   PIC X(21).

               FD  SupplementalPayHistFile
                   Record Contains 80 characters.
                   01  SupplementalPayHistLine             PIC X(80).

               FD  SupplementalPayWorkFile
                   Record Contains 80 characters.
                   01  SupplementalPayWorkLine             PIC X(80).

               FD  OffCycleCheckFile
                   Record Contains 80 characters.
                   01  OffCycleCheckLine                   PIC X(80).

               FD  GlAdjustFile
                   Record Contains 80 characters.
                   01  GlAdjustLine                        PIC X(80).

               FD  AuditLog
                   Record Contains 80 characters.
                   01  AuditLogRecord                       PIC X(80).

               FD  DeceasedReportFile
                   Record Contains 132 characters.
                   01  DecdRptPrintLine                    PIC X(132).

           Working-Storage Section.
               COPY "Misc.cpy".
              COPY "WS_Date.cpy" REPLACING LEADING ==Prefix== BY ==LK==.
               COPY "HeaderMain.cpy".
               COPY "EmployeeRecord.cpy".

               01  DecdIn-Status                       PIC X(02).
               01  DecdEmp-Status                      PIC X(02).
               01  BenePay-Status                      PIC X(02).
               01  YtdAccum-Status                     PIC X(02).
               01  PayLedger-Status                    PIC X(02).
               01  Dependent-Status                    PIC X(02).
               01  PtoAccr-Status                      PIC X(02).
               01  TerrOff-Status                      PIC X(02).
               01  TaxYear-Status                      PIC X(02).
               01  EmpAddr-Status                      PIC X(02).
               01  PeriodLock-Status                   PIC X(02).
               01  Position-Status                     PIC X(02).
               01  CompHist-Status                     PIC X(02).
               01  CobraNtc-Status                     PIC X(02).
               01  CobraElec-Status                    PIC X(02).
               01  SuppPay-Status                      PIC X(02).
               01  SuppHist-Status                     PIC X(02).
               01  SuppWork-Status                     PIC X(02).
               01  OffChk-Status                       PIC X(02).
               01  GlAdj-Status                        PIC X(02).
               01  AuditLog-Status                     PIC X(02).
               01  DecdRpt-Status                      PIC X(02).

               01  WS-Open-Switch   PIC X(01)   value "Y".
                   88  WS-Files-Ready                       value "Y".
                   88  WS-Open-Failed                        value "N".

               01  WS-Dependent-Switch   PIC X(01)   value "N".
                   88  WS-Dependent-Ready                   value "Y".
                   88  WS-Dependent-Not-Ready               value "N".
               01  WS-PtoAccr-Switch   PIC X(01)   value "N".
                   88  WS-PtoAccr-Ready                     value "Y".
                   88  WS-PtoAccr-Not-Ready                 value "N".
               01  WS-TerrOff-Switch   PIC X(01)   value "N".
                   88  WS-TerrOff-Ready                     value "Y".
                   88  WS-TerrOff-Not-Ready                 value "N".
               01  WS-EmpAddr-Switch   PIC X(01)   value "N".
                   88  WS-EmpAddr-Ready                     value "Y".
                   88  WS-EmpAddr-Not-Ready                 value "N".
               01  WS-PerLock-Switch   PIC X(01)   value "N".
                   88  WS-PerLock-Ready                     value "Y".
                   88  WS-PerLock-Not-Ready                 value "N".
               01  WS-Position-Switch   PIC X(01)   value "N".
                   88  WS-Position-Ready                    value "Y".
                   88  WS-Position-Not-Ready                value "N".
               01  WS-CompHist-Switch   PIC X(01)   value "N".
                   88  WS-CompHist-Ready                    value "Y".
                   88  WS-CompHist-Not-Ready                value "N".
               01  WS-Prior-Status   PIC X(01)   value spaces.
               01  WS-Comp-Sequence   PIC 9(05)   value 0.
               01  WS-Dependent-Eof-Switch   PIC X(01)   value "N".
                   88  WS-Dependent-Eof                     value "Y".
                   88  WS-Dependent-Not-Eof                 value "N".
               01  WS-SuppPay-Eof-Switch   PIC X(01)   value "N".
                   88  WS-SuppPay-Eof                       value "Y".
                   88  WS-SuppPay-Not-Eof                   value "N".
               01  WS-Sequence-Switch   PIC X(01)   value "N".
                   88  WS-Sequence-Free                     value "Y".
                   88  WS-Sequence-Taken                    value "N".

               01  WS-Entry-Switch   PIC X(01)   value "Y".
                   88  WS-Entry-Valid                       value "Y".
                   88  WS-Entry-Invalid                     value "N".
               01  WS-Reject-Reason   PIC X(40)   value spaces.
               01  WS-Pay-Date-Switch   PIC X(01)   value "Y".
                   88  WS-Pay-Date-Open                     value "Y".
                   88  WS-Pay-Date-Closed                   value "N".
               01  WS-Pay-Date-Reason   PIC X(40)   value spaces.
               01  WS-Year-Closed-Answer   PIC X(01)   value "N".
                   88  WS-Pay-Year-Closed                   value "Y".

               01  WS-Command-Line-Param   PIC X(40)   value spaces.
               01  WS-Operator-Id   PIC X(08)   value spaces.
               01  WS-Today   PIC 9(08)   value 0.
               01  WS-Pay-Date   PIC 9(08)   value 0.
               01  WS-Pay-Date-R redefines WS-Pay-Date.
                   05  WS-Pay-Year                      PIC 9(04).
                   05  WS-Pay-Month                     PIC 9(02).
                   05  WS-Pay-Day                       PIC 9(02).
               01  WS-Death-Date   PIC 9(08)   value 0.
               01  WS-Death-Date-R redefines WS-Death-Date.
                   05  WS-Death-Year                    PIC 9(04).
                   05  WS-Death-Month-Day               PIC 9(04).
               01  WS-Qtr-Idx   PIC 9(01)   COMP value 0.
               01  WS-Ledger-Date   PIC 9(08)   value 0.
               01  WS-Ledger-Date-R redefines WS-Ledger-Date.
                   05  WS-Ledger-Year                   PIC 9(04).
                   05  WS-Ledger-Month                  PIC 9(02).
                   05  WS-Ledger-Day                    PIC 9(02).
               01  WS-Ledger-Integer   PIC 9(08)   COMP value 0.
               01  WS-Probe-Step   PIC S9(01)   value 0.
               01  WS-Pay-Qtr   PIC 9(01)   COMP value 0.
               01  WS-Ledger-Qtr   PIC 9(01)   COMP value 0.
               01  WS-Period-End-Answer   PIC X(01)   value "N".
                   88  WS-On-Period-End                     value "Y".
               01  WS-Date-Free-Switch   PIC X(01)   value "N".
                   88  WS-Date-Free                         value "Y".
                   88  WS-Date-Taken                        value "N".
               01  WS-Deduction-Idx   PIC 9(01)   COMP value 0.
               01  WS-Sequence-Idx   PIC 9(03)   COMP value 0.

               01  WS-Pay-Frequency   PIC X(01)   value "B".
                   88  WS-Pays-Weekly                        value "W".
                   88  WS-Pays-Biweekly                      value "B".
                   88  WS-Pays-Semimonthly                   value "S".
                   88  WS-Pays-Monthly                       value "M".
               01  WS-Period-Days   PIC 9(03)   COMP value 14.
               01  WS-Unpaid-Days   PIC S9(05)  COMP value 0.
               01  WS-Death-Integer   PIC 9(08)   COMP value 0.
               01  WS-Paid-Through-Integer   PIC 9(08)   COMP value 0.
               01  WS-Cobra-Date-Integer   PIC 9(08)   COMP value 0.
               01  WS-Cobra-Periods   PIC 9(02)   COMP value 26.
               01  WS-Cobra-Admin-Rate   PIC 9V99   value 1.02.
               01  WS-Cobra-Monthly-Deductions   PIC S9(7)V99 value 0.
               01  WS-Cobra-Coverage-Days   PIC 9(04)   value 1096.
               01  WS-Hours-Per-Year   PIC 9(04)   value 2080.
               01  WS-Hourly-Rate   PIC 9(05)V99   value 0.

               01  WS-SocSec-Rate   PIC V9999   value .0620.
               01  WS-Medicare-Rate   PIC V9999   value .0145.
               01  WS-SocSec-Wage-Base   PIC 9(07)   value 176100.

               01  WS-Beneficiary-Sequence   PIC 9(02)   value 0.
               01  WS-Payee-Name   PIC X(20)   value spaces.
               01  WS-Payment-Type   PIC X(01)   value "F".
                   88  WS-Paying-Final                      value "F".
                   88  WS-Paying-Supplemental               value "S".
               01  WS-Form-Code   PIC X(01)   value spaces.
                   88  WS-Year-Of-Death-Pay                 value "W".
                   88  WS-After-Year-Of-Death-Pay           value "1".
               01  WS-Period-Gross   PIC S9(7)V99 value 0.
               01  WS-Final-Wages   PIC S9(7)V99 value 0.
               01  WS-Pto-Payout   PIC S9(7)V99 value 0.
               01  WS-Supp-Amount   PIC S9(7)V99 value 0.
               01  WS-Payment-Gross   PIC S9(7)V99 value 0.
               01  WS-Payment-SocSec   PIC S9(7)V99 value 0.
               01  WS-Payment-Medicare   PIC S9(7)V99 value 0.
               01  WS-Payment-Net   PIC S9(7)V99 value 0.
               01  WS-SocSec-Room   PIC S9(8)V99 value 0.
               01  WS-Successor-Credit   PIC S9(8)V99 value 0.

               01  WS-Death-Count   PIC 9(05)   COMP value 0.
               01  WS-Reject-Count   PIC 9(05)   COMP value 0.
               01  WS-Supp-Paid-Count   PIC 9(05)   COMP value 0.
               01  WS-Pending-Count   PIC 9(05)   COMP value 0.
               01  WS-Check-Count   PIC 9(05)   COMP value 0.
               01  WS-Total-Gross   PIC S9(9)V99 value 0.
               01  WS-Total-Net   PIC S9(9)V99 value 0.

               01  OffCyclePayLine.
                   05  OP-Record-Type                   PIC X(06).
                   05                                   PIC X(01).
                   05  OP-EmployeeNumber                PIC X(05).
                   05                                   PIC X(01).
                   05  OP-EmployeeName                  PIC X(20).
                   05                                   PIC X(01).
                   05  OP-Net-Amount                 PIC 9(07)V99.
                   05                                   PIC X(01).
                   05  OP-Period-Date                   PIC 9(08).
                   05                                   PIC X(01).
                   05  OP-Status                        PIC X(01).
                   05                                   PIC X(26).

               01  GlAdjustRecord.
                   05  GA-Record-Type                   PIC X(06).
                   05                                   PIC X(01).
                   05  GA-EmployeeNumber                PIC X(05).
                   05                                   PIC X(01).
                   05  GA-Territory                     PIC X(02).
                   05  GA-Office                        PIC X(02).
                   05                                   PIC X(01).
                   05  GA-Period-Date                   PIC 9(08).
                   05                                   PIC X(01).
                   05  GA-Amount                     PIC 9(07)V99.
                   05                                   PIC X(44).

               01  AuditLogLine.
                   05  AL-EmployeeNumber                   PIC X(05).
               05   PIC X(01)   value space.
                   05  AL-Action                           PIC X(06).
               05   PIC X(01)   value space.
                   05  AL-Operator                         PIC X(08).
               05   PIC X(01)   value space.
               05  AL-Date   PIC 9(02)/9(02)/9(04).
               05   PIC X(01)   value space.
               05  AL-Time   PIC 9(02)9(02)9(02).
               05   PIC X(45)   value spaces.

               01  CobraHeaderLine.
               05   PIC X(07)   value "NOTICE ".
                   05  CN-EmployeeNumber                PIC X(05).
               05   PIC X(01)   value space.
                   05  CN-EmployeeName                  PIC X(20).
               05   PIC X(01)   value space.
               05  CN-Term-Date   PIC 9(04)/9(02)/9(02).
               05   PIC X(88)   value spaces.

               01  CobraAddressLine.
               05   PIC X(07)   value "ADDRESS".
               05   PIC X(01)   value space.
                   05  CN-Street                        PIC X(30).
               05   PIC X(01)   value space.
                   05  CN-City                          PIC X(20).
               05   PIC X(01)   value space.
                   05  CN-State                         PIC X(02).
               05   PIC X(01)   value space.
                   05  CN-Zip                           PIC X(10).
               05   PIC X(59)   value spaces.

               01  CobraDependentLine.
               05   PIC X(07)   value "DEPDENT".
               05   PIC X(01)   value space.
                   05  CN-Dependent-Name                PIC X(20).
               05   PIC X(01)   value space.
                   05  CN-Relationship                  PIC X(10).
               05   PIC X(01)   value space.
                   05  CN-Beneficiary                   PIC X(01).
               05   PIC X(91)   value spaces.

               01  DecdHeading2.
               05   PIC X(12)   value spaces.
               05   PIC X(34)
                   value "Deceased Employee Payment Register".
               05   PIC X(3)   value spaces.
               05   PIC X(10)   value "Pay Date: ".
               05  DH-Pay-Date   PIC 9(04)/9(02)/9(02).
               05   PIC X(3)   value spaces.
               05   PIC X(10)   value "Operator: ".
                   05  DH-Operator                      PIC X(08).

               01  DecdColumnHeadings.
               05   PIC X(05)   value "Emp #".
               05   PIC X(2)   value spaces.
               05   PIC X(20)   value "Employee Name".
               05   PIC X(2)   value spaces.
               05   PIC X(10)   value "Death Date".
               05   PIC X(2)   value spaces.
               05   PIC X(20)   value "Paid To".
               05   PIC X(2)   value spaces.
               05   PIC X(10)   value "     Wages".
               05   PIC X(2)   value spaces.
               05   PIC X(10)   value "PTO Payout".
               05   PIC X(2)   value spaces.
               05   PIC X(10)   value "Supplement".
               05   PIC X(2)   value spaces.
               05   PIC X(10)   value "      FICA".
               05   PIC X(2)   value spaces.
               05   PIC X(10)   value "   Net Pay".
               05   PIC X(3)   value spaces.
               05   PIC X(04)   value "Form".

               01  DecdDetailLine.
                   05  DD-EmployeeNumber                PIC X(05).
               05   PIC X(2) value spaces.
                   05  DD-EmployeeName                  PIC X(20).
               05   PIC X(2) value spaces.
               05  DD-Death-Date   PIC 9(04)/9(02)/9(02).
               05   PIC X(2) value spaces.
                   05  DD-Payee-Name                    PIC X(20).
               05   PIC X(2) value spaces.
               05  DD-Final-Wages   PIC $Z(5)9.99.
               05   PIC X(2) value spaces.
               05  DD-Pto-Payout   PIC $Z(5)9.99.
               05   PIC X(2) value spaces.
               05  DD-Supplemental   PIC $Z(5)9.99.
               05   PIC X(2) value spaces.
               05  DD-Fica   PIC $Z(5)9.99.
               05   PIC X(2) value spaces.
               05  DD-Net   PIC $Z(5)9.99-.
               05   PIC X(3) value spaces.
                   05  DD-Form-Code                     PIC X(01).

               01  DecdRejectLine.
                   05  DR-EmployeeNumber                PIC X(05).
               05   PIC X(2) value spaces.
                   05  DR-EmployeeName                  PIC X(20).
               05   PIC X(2) value spaces.
               05  DR-Death-Date   PIC X(08).
               05   PIC X(4) value spaces.
               05   PIC X(10)   value "REJECTED: ".
                   05  DR-Message                       PIC X(40).

               01  DecdTotalLine.
               05   PIC X(10)   value "Deceased: ".
                   05  DT-Death-Count                   PIC ZZZZ9.
               05   PIC X(3)   value spaces.
               05   PIC X(10)   value "Rejected: ".
                   05  DT-Reject-Count                  PIC ZZZZ9.
               05   PIC X(3)   value spaces.
               05   PIC X(14)   value "Supplemental: ".
                   05  DT-Supp-Paid-Count               PIC ZZZZ9.
               05   PIC X(3)   value spaces.
               05   PIC X(13)   value "Total Gross: ".
               05  DT-Total-Gross   PIC $Z(7)9.99.
               05   PIC X(3)   value spaces.
               05   PIC X(11)   value "Total Net: ".
               05  DT-Total-Net   PIC $Z(7)9.99.
               05   PIC X(3)   value spaces.
               05   PIC X(08)   value "Checks: ".
                   05  DT-Check-Count                   PIC ZZZZ9.

       Procedure Division.
           Initilization.
               PERFORM 600-FormatDate
               PERFORM 700-FormatTime
               PERFORM 050-Select-Run-Options
               PERFORM 100-Open-Files
               IF WS-Files-Ready
                   PERFORM 150-Check-Pay-Date
                   PERFORM 300-Write-Heading
                   PERFORM 200-Read-Records
                   PERFORM 400-Process-One-Death
                       UNTIL WS-Eof
                   IF WS-Pay-Date-Open
                       PERFORM 460-Settle-Supplemental-Pay
                   END-IF
                   PERFORM 450-Write-Totals
               END-IF
               PERFORM 500-Close-Files.
               IF WS-Open-Failed
                   MOVE 16 TO RETURN-CODE
               ELSE
                   IF WS-Reject-Count > 0
                       MOVE 4 TO RETURN-CODE
                   END-IF
               END-IF
               STOP RUN.

           050-Select-Run-Options.
               ACCEPT WS-Command-Line-Param FROM COMMAND-LINE
               MOVE WS-Command-Line-Param(1:8) TO WS-Operator-Id
               MOVE WS-Today TO WS-Pay-Date
               IF WS-Command-Line-Param(10:8) IS NUMERIC
                   MOVE WS-Command-Line-Param(10:8) TO WS-Pay-Date
               END-IF
               DISPLAY "DECEASED: beneficiary pay date: " WS-Pay-Date.

           100-Open-Files.
               OPEN INPUT DeceasedInputFile
               CALL "Validations" USING DecdIn-Status, "DECEASED"
               OPEN I-O PayrollReport
                   CALL "Validations" USING File_Status, "DECEASED"
               OPEN I-O DeceasedFile
               IF DecdEmp-Status = "35"
                   OPEN OUTPUT DeceasedFile
                   CLOSE DeceasedFile
                   OPEN I-O DeceasedFile
               END-IF
               CALL "Validations" USING DecdEmp-Status, "DECEASED"
               OPEN I-O BeneficiaryPayFile
               IF BenePay-Status = "35"
                   OPEN OUTPUT BeneficiaryPayFile
                   CLOSE BeneficiaryPayFile
                   OPEN I-O BeneficiaryPayFile
               END-IF
               CALL "Validations" USING BenePay-Status, "DECEASED"
               OPEN I-O YtdAccumFile
               IF YtdAccum-Status = "35"
                   OPEN OUTPUT YtdAccumFile
                   CLOSE YtdAccumFile
                   OPEN I-O YtdAccumFile
               END-IF
               CALL "Validations" USING YtdAccum-Status, "DECEASED"
               OPEN I-O PayLedgerFile
               IF PayLedger-Status = "35"
                   OPEN OUTPUT PayLedgerFile
                   CLOSE PayLedgerFile
                   OPEN I-O PayLedgerFile
               END-IF
               CALL "Validations" USING PayLedger-Status, "DECEASED"
               OPEN I-O CobraElectionFile
               IF CobraElec-Status = "35"
                   OPEN OUTPUT CobraElectionFile
                   CLOSE CobraElectionFile
                   OPEN I-O CobraElectionFile
               END-IF
               CALL "Validations" USING CobraElec-Status, "DECEASED"
               OPEN EXTEND CobraNoticeFile
               IF CobraNtc-Status NOT = "00"
                   OPEN OUTPUT CobraNoticeFile
               END-IF
               OPEN EXTEND OffCycleCheckFile
               IF OffChk-Status NOT = "00"
                   OPEN OUTPUT OffCycleCheckFile
               END-IF
               OPEN EXTEND GlAdjustFile
               IF GlAdj-Status NOT = "00"
                   OPEN OUTPUT GlAdjustFile
               END-IF
               OPEN EXTEND AuditLog
               IF AuditLog-Status NOT = "00"
                   OPEN OUTPUT AuditLog
               END-IF
               OPEN OUTPUT DeceasedReportFile
               CALL "Validations" USING DecdRpt-Status, "DECEASED"
               IF DecdIn-Status NOT = "00"
                       OR File_Status NOT = "00"
                       OR DecdEmp-Status NOT = "00"
                       OR BenePay-Status NOT = "00"
                       OR YtdAccum-Status NOT = "00"
                       OR PayLedger-Status NOT = "00"
                       OR CobraElec-Status NOT = "00"
                       OR CobraNtc-Status NOT = "00"
                       OR OffChk-Status NOT = "00"
                       OR GlAdj-Status NOT = "00"
                       OR AuditLog-Status NOT = "00"
                       OR DecdRpt-Status NOT = "00"
                   SET WS-Open-Failed TO TRUE
               END-IF
               OPEN INPUT DependentFile
               IF Dependent-Status = "00"
                   SET WS-Dependent-Ready TO TRUE
               END-IF
               OPEN I-O PtoAccrualFile
               IF PtoAccr-Status = "00"
                   SET WS-PtoAccr-Ready TO TRUE
               END-IF
               OPEN INPUT TerrOffFile
               IF TerrOff-Status = "00"
                   SET WS-TerrOff-Ready TO TRUE
               END-IF
               OPEN INPUT EmployeeAddrFile
               IF EmpAddr-Status = "00"
                   SET WS-EmpAddr-Ready TO TRUE
               END-IF
               OPEN INPUT PeriodLockFile
               IF PeriodLock-Status = "00"
                   SET WS-PerLock-Ready TO TRUE
               END-IF
               OPEN I-O PositionFile
               IF Position-Status = "00"
                   SET WS-Position-Ready TO TRUE
               END-IF
               OPEN I-O CompHistoryFile
               IF CompHist-Status = "35"
                   OPEN OUTPUT CompHistoryFile
                   CLOSE CompHistoryFile
                   OPEN I-O CompHistoryFile
               END-IF
               IF CompHist-Status = "00"
                   SET WS-CompHist-Ready TO TRUE
               END-IF
               OPEN INPUT TaxYearFile
               IF TaxYear-Status = "00"
                   MOVE WS-Pay-Year TO TY-Year
                   READ TaxYearFile
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF TY-SocSec-Wage-Base > 0
                               MOVE TY-SocSec-Wage-Base
                                   TO WS-SocSec-Wage-Base
                           END-IF
                           IF TY-SocSec-Rate > 0
                               MOVE TY-SocSec-Rate TO WS-SocSec-Rate
                           END-IF
                           IF TY-Medicare-Rate > 0
                               MOVE TY-Medicare-Rate TO WS-Medicare-Rate
                           END-IF
                   END-READ
                   CLOSE TaxYearFile
               END-IF.

      * A closed period or year on the pay date stops every payment in
      * the run; deaths are still refused card by card so they show on
      * the register, and pending supplemental lines wait for a run
      * with an open pay date.
           150-Check-Pay-Date.
               IF WS-PerLock-Ready
                   MOVE WS-Pay-Date TO PL-Period-Date
                   READ PeriodLockFile
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF PL-Period-Closed
                               SET WS-Pay-Date-Closed TO TRUE
                          MOVE "Pay period is closed to further changes"
                                   TO WS-Pay-Date-Reason
                           END-IF
                   END-READ
               END-IF
               IF WS-Pay-Date-Open
                   CALL "YearCloseCheck"
                       USING WS-Pay-Year, WS-Year-Closed-Answer
                   IF WS-Pay-Year-Closed
                       SET WS-Pay-Date-Closed TO TRUE
                       MOVE "Pay year has been closed by year-end"
                           TO WS-Pay-Date-Reason
                   END-IF
               END-IF
               IF WS-Pay-Date-Closed
                   DISPLAY "DECEASED: " WS-Pay-Date-Reason
               END-IF.

           200-Read-Records.
               READ DeceasedInputFile
                   AT END
                       SET WS-Eof TO TRUE
               END-READ.

           300-Write-Heading.
               MOVE "Deceased Employee Pay" TO HeaderReportTitle
               MOVE WS-Pay-Date TO DH-Pay-Date
               MOVE WS-Operator-Id TO DH-Operator
               MOVE SPACES TO DecdRptPrintLine
               WRITE DecdRptPrintLine FROM HeaderMain
                   AFTER ADVANCING PAGE
               WRITE DecdRptPrintLine FROM DecdHeading2
                   AFTER ADVANCING 1
               WRITE DecdRptPrintLine FROM HeaderMain3
                   AFTER ADVANCING 2
               WRITE DecdRptPrintLine FROM DecdColumnHeadings
                   AFTER ADVANCING 2.

           400-Process-One-Death.
               SET WS-Entry-Valid TO TRUE
               MOVE SPACES TO WS-Reject-Reason
               INITIALIZE EmployeeRecords
               MOVE DI-EmployeeNumber TO PR-EmployeeNumber
               READ PayrollReport
                   INVALID KEY
                       SET WS-Entry-Invalid TO TRUE
                       MOVE "Employee is not on the payroll file"
                           TO WS-Reject-Reason
                   NOT INVALID KEY
                       MOVE EmployeeRecord TO EmployeeRecords
               END-READ
               IF WS-Entry-Valid
                   PERFORM 405-Validate-Death
               END-IF
               IF WS-Entry-Valid
                   PERFORM 410-Find-Beneficiary
               END-IF
               IF WS-Entry-Valid
                   PERFORM 415-Compute-Final-Pay
                   MOVE 0 TO WS-Supp-Amount
                   COMPUTE WS-Payment-Gross =
                       WS-Final-Wages + WS-Pto-Payout
                   SET WS-Paying-Final TO TRUE
                   IF WS-Payment-Gross > 0
                       PERFORM 420-Pay-Beneficiary
                   ELSE
                       MOVE 0 TO WS-Payment-SocSec
                           WS-Payment-Medicare WS-Payment-Net
                       MOVE SPACES TO WS-Form-Code
                   END-IF
                   PERFORM 430-Write-Cobra-Notice
                   PERFORM 435-Write-Cobra-Election
                   PERFORM 440-Record-Death
                   PERFORM 445-Close-Employee-Record
                   ADD 1 TO WS-Death-Count
                   PERFORM 455-Write-Register-Line
               ELSE
                   ADD 1 TO WS-Reject-Count
                   PERFORM 457-Write-Reject-Line
               END-IF
               PERFORM 200-Read-Records.

           405-Validate-Death.
               IF WS-Pay-Date-Closed
                   SET WS-Entry-Invalid TO TRUE
                   MOVE WS-Pay-Date-Reason TO WS-Reject-Reason
               END-IF
               IF WS-Entry-Valid
                   MOVE DI-EmployeeNumber TO DE-EmployeeNumber
                   READ DeceasedFile
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           SET WS-Entry-Invalid TO TRUE
                           MOVE "Death is already recorded for employee"
                               TO WS-Reject-Reason
                   END-READ
               END-IF
               IF WS-Entry-Valid
                   IF NOT Employee-Active AND NOT Employee-Leave
                       SET WS-Entry-Invalid TO TRUE
                       MOVE "Employee is not active or on leave"
                           TO WS-Reject-Reason
                   END-IF
               END-IF
               IF WS-Entry-Valid
                   PERFORM 407-Check-Death-Date
               END-IF.

           407-Check-Death-Date.
               IF DI-Date-Of-Death IS NOT NUMERIC
                   SET WS-Entry-Invalid TO TRUE
                   MOVE "Date of death is missing"
                       TO WS-Reject-Reason
               ELSE
                   IF FUNCTION TEST-DATE-YYYYMMDD(DI-Date-Of-Death)
                           NOT = 0
                       SET WS-Entry-Invalid TO TRUE
                       MOVE "Date of death is not a valid date"
                           TO WS-Reject-Reason
                   END-IF
               END-IF
               IF WS-Entry-Valid
                   MOVE DI-Date-Of-Death TO WS-Death-Date
                   EVALUATE TRUE
                       WHEN WS-Death-Date > WS-Today
                           SET WS-Entry-Invalid TO TRUE
                           MOVE "Date of death is in the future"
                               TO WS-Reject-Reason
                       WHEN WS-Death-Date > WS-Pay-Date
                           SET WS-Entry-Invalid TO TRUE
                           MOVE "Pay date is before the date of death"
                               TO WS-Reject-Reason
                       WHEN HD-Date-Numeric IS NUMERIC
                               AND WS-Death-Date < HD-Date-Numeric
                           SET WS-Entry-Invalid TO TRUE
                           MOVE "Date of death is before the hire date"
                               TO WS-Reject-Reason
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
               END-IF.

      * The card may name the dependent to be paid; otherwise the first
      * dependent flagged as beneficiary is used, and failing that the
      * check is made out to the estate.
           410-Find-Beneficiary.
               MOVE 0 TO WS-Beneficiary-Sequence
               MOVE SPACES TO WS-Payee-Name
               IF DI-Beneficiary-Sequence IS NUMERIC
                       AND DI-Beneficiary-Sequence NOT = "00"
                   IF WS-Dependent-Ready
                       MOVE EmployeeNumber TO DP-EmployeeNumber
                       MOVE DI-Beneficiary-Sequence
                           TO DP-Sequence-Number
                       READ DependentFile
                           INVALID KEY
                               SET WS-Entry-Invalid TO TRUE
                           NOT INVALID KEY
                               IF DP-Is-Beneficiary
                                   MOVE DP-Sequence-Number
                                       TO WS-Beneficiary-Sequence
                                   MOVE DP-Dependent-Name
                                       TO WS-Payee-Name
                               ELSE
                                   SET WS-Entry-Invalid TO TRUE
                               END-IF
                       END-READ
                   ELSE
                       SET WS-Entry-Invalid TO TRUE
                   END-IF
                   IF WS-Entry-Invalid
                       MOVE "Named dependent is not a beneficiary"
                           TO WS-Reject-Reason
                   END-IF
               ELSE
                   IF WS-Dependent-Ready
                       SET WS-Dependent-Not-Eof TO TRUE
                       MOVE EmployeeNumber TO DP-EmployeeNumber
                       MOVE 0 TO DP-Sequence-Number
                       START DependentFile
                               KEY IS GREATER THAN OR EQUAL DP-Key
                           INVALID KEY
                               SET WS-Dependent-Eof TO TRUE
                       END-START
                       PERFORM 412-Scan-For-Beneficiary
                           UNTIL WS-Dependent-Eof
                   END-IF
                   IF WS-Payee-Name = SPACES
                       STRING "ESTATE OF " DELIMITED BY SIZE
                           EmployeeName DELIMITED BY SIZE
                           INTO WS-Payee-Name
                   END-IF
               END-IF.

           412-Scan-For-Beneficiary.
               READ DependentFile NEXT RECORD
                   AT END
                       SET WS-Dependent-Eof TO TRUE
                   NOT AT END
                       IF DP-EmployeeNumber NOT = EmployeeNumber
                           SET WS-Dependent-Eof TO TRUE
                       ELSE
                           IF DP-Is-Beneficiary
                               MOVE DP-Sequence-Number
                                   TO WS-Beneficiary-Sequence
                               MOVE DP-Dependent-Name
                                   TO WS-Payee-Name
                               SET WS-Dependent-Eof TO TRUE
                           END-IF
                       END-IF
               END-READ.

      * Wages are owed for the days from the last posted pay period
      * through the date of death, at the office's pay frequency and
      * never more than one period.  The PTO balance is paid at the
      * employee's hourly equivalent.
           415-Compute-Final-Pay.
               PERFORM 416-Find-Pay-Frequency
               EVALUATE TRUE
                   WHEN WS-Pays-Weekly
                       COMPUTE WS-Period-Gross = AnnualSalary / 52
                       MOVE 7 TO WS-Period-Days
                   WHEN WS-Pays-Semimonthly
                       COMPUTE WS-Period-Gross = AnnualSalary / 24
                       MOVE 15 TO WS-Period-Days
                   WHEN WS-Pays-Monthly
                       COMPUTE WS-Period-Gross = AnnualSalary / 12
                       MOVE 30 TO WS-Period-Days
                   WHEN OTHER
                       COMPUTE WS-Period-Gross = AnnualSalary / 26
                       MOVE 14 TO WS-Period-Days
               END-EVALUATE
               IF Employee-Leave AND Leave-Percent > 0
                   COMPUTE WS-Period-Gross ROUNDED =
                       WS-Period-Gross * Leave-Percent / 100
               END-IF
               MOVE 0 TO WS-Unpaid-Days
               COMPUTE WS-Death-Integer =
                   FUNCTION INTEGER-OF-DATE(WS-Death-Date)
               EVALUATE TRUE
                   WHEN PP-Date-Numeric IS NUMERIC
                           AND PP-Date-Numeric > 19000101
                       COMPUTE WS-Paid-Through-Integer =
                           FUNCTION INTEGER-OF-DATE(PP-Date-Numeric)
                       COMPUTE WS-Unpaid-Days =
                           WS-Death-Integer - WS-Paid-Through-Integer
                   WHEN HD-Date-Numeric IS NUMERIC
                           AND HD-Date-Numeric > 19000101
                       COMPUTE WS-Paid-Through-Integer =
                           FUNCTION INTEGER-OF-DATE(HD-Date-Numeric)
                       COMPUTE WS-Unpaid-Days =
                           WS-Death-Integer - WS-Paid-Through-Integer
                               + 1
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               IF WS-Unpaid-Days < 0
                   MOVE 0 TO WS-Unpaid-Days
               END-IF
               IF WS-Unpaid-Days > WS-Period-Days
                   MOVE WS-Period-Days TO WS-Unpaid-Days
               END-IF
               COMPUTE WS-Final-Wages ROUNDED =
                   WS-Period-Gross * WS-Unpaid-Days / WS-Period-Days
               MOVE 0 TO WS-Pto-Payout
               IF WS-PtoAccr-Ready
                   MOVE EmployeeNumber TO PT-EmployeeNumber
                   READ PtoAccrualFile
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF PT-Balance-Hours > 0
                               COMPUTE WS-Hourly-Rate ROUNDED =
                                   AnnualSalary / WS-Hours-Per-Year
                               COMPUTE WS-Pto-Payout ROUNDED =
                                   PT-Balance-Hours * WS-Hourly-Rate
                           END-IF
                   END-READ
               END-IF.

           416-Find-Pay-Frequency.
               SET WS-Pays-Biweekly TO TRUE
               IF WS-TerrOff-Ready
                   MOVE TerritoryNumber TO TO-TerritoryNumber
                   MOVE OfficeNumber TO TO-OfficeNumber
                   READ TerrOffFile
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF TO-Pay-Frequency NOT = SPACES
                               MOVE TO-Pay-Frequency
                                   TO WS-Pay-Frequency
                           END-IF
                   END-READ
               END-IF.

      *****************************************************************
      * One payment to the beneficiary.  WS-Payment-Gross, the payee  *
      * and WS-Death-Date are set by the caller; EmployeeRecords     *
      * holds the employee.                                          *
      *****************************************************************
           420-Pay-Beneficiary.
               PERFORM 421-Compute-Beneficiary-Tax
               IF WS-Year-Of-Death-Pay
                   PERFORM 422-Post-Beneficiary-Ledger
                   PERFORM 423-Post-Beneficiary-Ytd
               END-IF
               PERFORM 424-Queue-Beneficiary-Check
               PERFORM 426-Queue-Gl-Adjustment
               PERFORM 427-Write-Beneficiary-Payment
               ADD WS-Payment-Gross TO WS-Total-Gross
               ADD WS-Payment-Net TO WS-Total-Net.

      * Paid in the year of death: FICA only, no income tax withheld.
      * Paid in a later year: nothing withheld.
           421-Compute-Beneficiary-Tax.
               MOVE 0 TO WS-Payment-SocSec WS-Payment-Medicare
               IF WS-Pay-Year = WS-Death-Year
                   SET WS-Year-Of-Death-Pay TO TRUE
                   MOVE EmployeeNumber TO YT-EmployeeNumber
                   MOVE WS-Pay-Year TO YT-Year
                   READ YtdAccumFile
                       INVALID KEY
                           INITIALIZE YtdAccumRecord
                           MOVE EmployeeNumber TO YT-EmployeeNumber
                           MOVE WS-Pay-Year TO YT-Year
                   END-READ
                   CALL "SuccessorWages" USING EmployeeNumber,
                       WS-Pay-Year, WS-Successor-Credit
                   COMPUTE WS-SocSec-Room =
                       WS-SocSec-Wage-Base - YT-Gross
                           - YT-Imputed-Income - WS-Successor-Credit
                   IF WS-SocSec-Room > WS-Payment-Gross
                       MOVE WS-Payment-Gross TO WS-SocSec-Room
                   END-IF
                   IF WS-SocSec-Room > 0
                       COMPUTE WS-Payment-SocSec ROUNDED =
                           WS-SocSec-Room * WS-SocSec-Rate
                   END-IF
                   COMPUTE WS-Payment-Medicare ROUNDED =
                       WS-Payment-Gross * WS-Medicare-Rate
               ELSE
                   SET WS-After-Year-Of-Death-Pay TO TRUE
               END-IF
               COMPUTE WS-Payment-Net =
                   WS-Payment-Gross - WS-Payment-SocSec
                       - WS-Payment-Medicare.

      *****************************************************************
      * Each payment gets its own ledger entry, on the pay date when  *
      * that is free and not a period end, otherwise on the nearest   *
      * such date in the pay quarter, earlier dates first.            *
      *****************************************************************
           422-Post-Beneficiary-Ledger.
               MOVE WS-Pay-Date TO WS-Ledger-Date
               COMPUTE WS-Pay-Qtr = (WS-Pay-Month + 2) / 3
               COMPUTE WS-Ledger-Integer =
                   FUNCTION INTEGER-OF-DATE(WS-Pay-Date)
               MOVE -1 TO WS-Probe-Step
               SET WS-Date-Taken TO TRUE
               PERFORM 425-Probe-Ledger-Date
                   UNTIL WS-Date-Free OR WS-Probe-Step = 0
               IF WS-Date-Free
                   INITIALIZE PayLedgerRecord
                   MOVE EmployeeNumber TO LG-EmployeeNumber
                   MOVE WS-Ledger-Date TO LG-Period-Date
                   MOVE WS-Pay-Date TO LG-Pay-Date
                   SET LG-Beneficiary-Pay TO TRUE
                   MOVE 0 TO LG-Reference-Date
                   MOVE WS-Payment-Gross TO LG-Gross
                   MOVE WS-Payment-SocSec TO LG-Soc-Sec
                   MOVE WS-Payment-Medicare TO LG-Medicare
                   MOVE WS-Payment-Net TO LG-Net
                   WRITE PayLedgerRecord
                       INVALID KEY
                           DISPLAY "DECEASED: ledger entry for "
                               EmployeeNumber " not written, status "
                               PayLedger-Status
                   END-WRITE
               ELSE
                   DISPLAY "DECEASED: no free ledger date in the pay "
                       "quarter for " EmployeeNumber
               END-IF.

           423-Post-Beneficiary-Ytd.
               ADD WS-Payment-Gross TO YT-Gross
               ADD WS-Payment-SocSec TO YT-Soc-Sec
               ADD WS-Payment-Medicare TO YT-Medicare
               ADD WS-Payment-Net TO YT-Net
               COMPUTE WS-Qtr-Idx = (WS-Pay-Month + 2) / 3
               IF WS-Qtr-Idx < 1 OR WS-Qtr-Idx > 4
                   MOVE 1 TO WS-Qtr-Idx
               END-IF
               ADD WS-Payment-Gross TO YT-Qtr-Gross (WS-Qtr-Idx)
               COMPUTE YT-Qtr-Withholding (WS-Qtr-Idx) =
                   YT-Qtr-Withholding (WS-Qtr-Idx)
                       + WS-Payment-SocSec
                       + WS-Payment-Medicare
               ADD WS-Payment-Net TO YT-Qtr-Net (WS-Qtr-Idx)
               WRITE YtdAccumRecord
                   INVALID KEY
                       REWRITE YtdAccumRecord
                           INVALID KEY
                               CONTINUE
                       END-REWRITE
               END-WRITE.

      * Beneficiary pay always goes by check, made out to the payee.
           424-Queue-Beneficiary-Check.
               MOVE SPACES TO OffCyclePayLine
               MOVE "DECEAS" TO OP-Record-Type
               MOVE EmployeeNumber TO OP-EmployeeNumber
               MOVE WS-Payee-Name TO OP-EmployeeName
               MOVE WS-Payment-Net TO OP-Net-Amount
               MOVE WS-Pay-Date TO OP-Period-Date
               MOVE "N" TO OP-Status
               WRITE OffCycleCheckLine FROM OffCyclePayLine
               ADD 1 TO WS-Check-Count.

           425-Probe-Ledger-Date.
               COMPUTE WS-Ledger-Qtr = (WS-Ledger-Month + 2) / 3
               IF WS-Ledger-Year NOT = WS-Pay-Year
                       OR WS-Ledger-Qtr NOT = WS-Pay-Qtr
                   IF WS-Probe-Step < 0
                       MOVE 1 TO WS-Probe-Step
                       COMPUTE WS-Ledger-Integer =
                           FUNCTION INTEGER-OF-DATE(WS-Pay-Date) + 1
                       COMPUTE WS-Ledger-Date =
                           FUNCTION DATE-OF-INTEGER(WS-Ledger-Integer)
                   ELSE
                       MOVE 0 TO WS-Probe-Step
                   END-IF
               ELSE
                   CALL "PeriodEndCheck"
                       USING WS-Ledger-Date, WS-Period-End-Answer
                   IF NOT WS-On-Period-End
                       MOVE EmployeeNumber TO LG-EmployeeNumber
                       MOVE WS-Ledger-Date TO LG-Period-Date
                       READ PayLedgerFile
                           INVALID KEY
                               SET WS-Date-Free TO TRUE
                       END-READ
                   END-IF
                   IF WS-Date-Taken
                       ADD WS-Probe-Step TO WS-Ledger-Integer
                       COMPUTE WS-Ledger-Date =
                           FUNCTION DATE-OF-INTEGER(WS-Ledger-Integer)
                   END-IF
               END-IF.

           426-Queue-Gl-Adjustment.
               MOVE SPACES TO GlAdjustRecord
               MOVE "OFFCYC" TO GA-Record-Type
               MOVE EmployeeNumber TO GA-EmployeeNumber
               MOVE TerritoryNumber TO GA-Territory
               MOVE OfficeNumber TO GA-Office
               MOVE WS-Pay-Date TO GA-Period-Date
               MOVE WS-Payment-Gross TO GA-Amount
               WRITE GlAdjustLine FROM GlAdjustRecord.

           427-Write-Beneficiary-Payment.
               INITIALIZE BeneficiaryPayRecord
               MOVE EmployeeNumber TO BP-EmployeeNumber
               MOVE WS-Pay-Date TO BP-Pay-Date
               SET WS-Sequence-Taken TO TRUE
               PERFORM 428-Probe-Payment-Sequence
                   VARYING WS-Sequence-Idx FROM 1 BY 1
                   UNTIL WS-Sequence-Free OR WS-Sequence-Idx > 99
               INITIALIZE BeneficiaryPayRecord
               MOVE EmployeeNumber TO BP-EmployeeNumber
               MOVE WS-Pay-Date TO BP-Pay-Date
               COMPUTE BP-Sequence = WS-Sequence-Idx - 1
               MOVE WS-Payee-Name TO BP-Payee-Name
               MOVE WS-Payment-Type TO BP-Payment-Type
               MOVE WS-Pay-Year TO BP-Tax-Year
               MOVE WS-Form-Code TO BP-Form-Code
               MOVE WS-Payment-Gross TO BP-Gross
               MOVE WS-Payment-SocSec TO BP-Soc-Sec
               MOVE WS-Payment-Medicare TO BP-Medicare
               MOVE WS-Payment-Net TO BP-Net
               WRITE BeneficiaryPayRecord
                   INVALID KEY
                       DISPLAY "DECEASED: beneficiary payment not "
                           "recorded for " EmployeeNumber
               END-WRITE.

           428-Probe-Payment-Sequence.
               MOVE WS-Sequence-Idx TO BP-Sequence
               READ BeneficiaryPayFile
                   INVALID KEY
                       SET WS-Sequence-Free TO TRUE
               END-READ.

      * The qualifying event is the death, so the notice carries the
      * date of death and the dependents get 36 months of coverage.
           430-Write-Cobra-Notice.
               MOVE EmployeeNumber TO CN-EmployeeNumber
               MOVE EmployeeName TO CN-EmployeeName
               MOVE WS-Death-Date TO CN-Term-Date
               MOVE SPACES TO CobraNoticeLine
               WRITE CobraNoticeLine FROM CobraHeaderLine
               IF WS-EmpAddr-Ready
                   MOVE EmployeeNumber TO AD-EmployeeNumber
                   READ EmployeeAddrFile
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE AD-Street TO CN-Street
                           MOVE AD-City TO CN-City
                           MOVE AD-State TO CN-State
                           MOVE AD-Zip TO CN-Zip
                           MOVE SPACES TO CobraNoticeLine
                           WRITE CobraNoticeLine FROM CobraAddressLine
                   END-READ
               END-IF
               IF WS-Dependent-Ready
                   SET WS-Dependent-Not-Eof TO TRUE
                   MOVE EmployeeNumber TO DP-EmployeeNumber
                   MOVE 0 TO DP-Sequence-Number
                   START DependentFile
                           KEY IS GREATER THAN OR EQUAL DP-Key
                       INVALID KEY
                           SET WS-Dependent-Eof TO TRUE
                   END-START
                   PERFORM 432-Write-Cobra-Dependent
                       UNTIL WS-Dependent-Eof
               END-IF.

           432-Write-Cobra-Dependent.
               READ DependentFile NEXT RECORD
                   AT END
                       SET WS-Dependent-Eof TO TRUE
                   NOT AT END
                       IF DP-EmployeeNumber NOT = EmployeeNumber
                           SET WS-Dependent-Eof TO TRUE
                       ELSE
                           MOVE DP-Dependent-Name
                               TO CN-Dependent-Name
                           MOVE DP-Relationship TO CN-Relationship
                           MOVE DP-Beneficiary-Switch
                               TO CN-Beneficiary
                           MOVE SPACES TO CobraNoticeLine
                           WRITE CobraNoticeLine
                               FROM CobraDependentLine
                       END-IF
               END-READ.

           435-Write-Cobra-Election.
               MOVE EmployeeNumber TO CE-EmployeeNumber
               MOVE WS-Today TO CE-Notice-Date
               COMPUTE WS-Cobra-Date-Integer =
                   FUNCTION INTEGER-OF-DATE(CE-Notice-Date) + 60
               COMPUTE CE-Election-Deadline =
                   FUNCTION DATE-OF-INTEGER(WS-Cobra-Date-Integer)
               SET Cobra-Pending TO TRUE
               MOVE 0 TO CE-Election-Date
               COMPUTE WS-Cobra-Date-Integer =
                   FUNCTION INTEGER-OF-DATE(CE-Notice-Date)
                       + WS-Cobra-Coverage-Days
               COMPUTE CE-Coverage-End-Date =
                   FUNCTION DATE-OF-INTEGER(WS-Cobra-Date-Integer)
               EVALUATE TRUE
                   WHEN WS-Pays-Weekly
                       MOVE 52 TO WS-Cobra-Periods
                   WHEN WS-Pays-Semimonthly
                       MOVE 24 TO WS-Cobra-Periods
                   WHEN WS-Pays-Monthly
                       MOVE 12 TO WS-Cobra-Periods
                   WHEN OTHER
                       MOVE 26 TO WS-Cobra-Periods
               END-EVALUATE
               COMPUTE WS-Cobra-Monthly-Deductions ROUNDED =
                   (DeductionAmount (1) + DeductionAmount (2)
                       + DeductionAmount (3))
                       * WS-Cobra-Periods / 12
               COMPUTE CE-Monthly-Premium ROUNDED =
                   WS-Cobra-Monthly-Deductions * WS-Cobra-Admin-Rate
               WRITE CobraElectionRecord
                   INVALID KEY
                       REWRITE CobraElectionRecord
                           INVALID KEY
                               CONTINUE
                       END-REWRITE
               END-WRITE.

           440-Record-Death.
               INITIALIZE DeceasedRecord
               MOVE EmployeeNumber TO DE-EmployeeNumber
               MOVE WS-Death-Date TO DE-Date-Of-Death
               MOVE WS-Beneficiary-Sequence TO DE-Beneficiary-Sequence
               MOVE WS-Payee-Name TO DE-Beneficiary-Name
               MOVE EmployeeStatus TO DE-Prior-Status
               MOVE WS-Today TO DE-Processed-Date
               MOVE WS-Operator-Id TO DE-Processed-By
               WRITE DeceasedRecord
                   INVALID KEY
                       REWRITE DeceasedRecord
                           INVALID KEY
                               CONTINUE
                       END-REWRITE
               END-WRITE.

      * Status D stops every future pay run, deduction and deposit.
           445-Close-Employee-Record.
               MOVE EmployeeStatus TO WS-Prior-Status
               SET Employee-Deceased TO TRUE
               PERFORM 446-Clear-One-Deduction
                   VARYING WS-Deduction-Idx FROM 1 BY 1
                   UNTIL WS-Deduction-Idx > 3
               MOVE EmployeeRecords TO EmployeeRecord
               REWRITE EmployeeRecord
                   INVALID KEY
                       DISPLAY "DECEASED: unable to rewrite employee "
                           EmployeeNumber
                   NOT INVALID KEY
                       PERFORM 449-Record-Comp-History
               END-REWRITE
               IF WS-PtoAccr-Ready AND WS-Pto-Payout > 0
                   MOVE 0 TO PT-Balance-Hours
                   REWRITE PtoAccrualRecord
                       INVALID KEY
                           CONTINUE
                   END-REWRITE
               END-IF
               IF WS-Position-Ready
                   PERFORM 447-Reopen-Position
               END-IF
               PERFORM 448-Write-Audit-Record.

           446-Clear-One-Deduction.
               MOVE SPACES TO DeductionCode (WS-Deduction-Idx)
               MOVE 0 TO DeductionAmount (WS-Deduction-Idx).

           447-Reopen-Position.
               MOVE EmployeeNumber TO PS-Filled-By
               READ PositionFile KEY IS PS-Filled-By
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE PS-Filled-By TO PS-Last-Holder
                       MOVE SPACES TO PS-Filled-By
                       MOVE 0 TO PS-Filled-Date
                       MOVE WS-Today TO PS-Vacant-Since
                       MOVE WS-Operator-Id TO PS-Operator
                       REWRITE PositionRecord
                           INVALID KEY
                               CONTINUE
                       END-REWRITE
               END-READ.

           448-Write-Audit-Record.
               CALL "DateFormat" USING LK_Current_Date
               CALL "TimeFormats" USING LK_Current_Time
               MOVE SPACES TO AuditLogLine
               MOVE EmployeeNumber TO AL-EmployeeNumber
               MOVE "DECEAS" TO AL-Action
               MOVE WS-Operator-Id TO AL-Operator
               MOVE LK_Current_Month TO LK_Date_MDY_Month
               MOVE LK_Current_Day TO LK_Date_MDY_Day
               MOVE LK_Current_Year TO LK_Date_MDY_Year
               MOVE LK_Date_MDY_Numeric TO AL-Date
               MOVE LK_Current_Hours TO LK_Time_HMS_Hours
               MOVE LK_Current_Minute TO LK_Time_HMS_Minutes
               MOVE LK_Current_Second TO LK_Time_HMS_Seconds
               MOVE LK_Time_HMS_Numeric TO AL-Time
               MOVE SPACES TO AuditLogRecord
               MOVE AuditLogLine TO AuditLogRecord
               WRITE AuditLogRecord.

      *****************************************************************
      * The status change goes on the compensation history as a       *
      * termination effective the date of death.                      *
      *****************************************************************
           449-Record-Comp-History.
               IF WS-CompHist-Ready
                   MOVE EmployeeNumber TO CH-EmployeeNumber
                   MOVE 99999 TO CH-Sequence
                   MOVE 0 TO WS-Comp-Sequence
                   START CompHistoryFile
                           KEY IS LESS THAN OR EQUAL CH-Key
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           READ CompHistoryFile NEXT RECORD
                               AT END
                                   CONTINUE
                               NOT AT END
                                 IF CH-EmployeeNumber = EmployeeNumber
                                       MOVE CH-Sequence
                                           TO WS-Comp-Sequence
                                   END-IF
                           END-READ
                   END-START
                   ADD 1 TO WS-Comp-Sequence
                   INITIALIZE CompHistoryRecord
                   MOVE EmployeeNumber TO CH-EmployeeNumber
                   MOVE WS-Comp-Sequence TO CH-Sequence
                   MOVE WS-Death-Date TO CH-Effective-Date
                   MOVE WS-Today TO CH-Entry-Date
                   MOVE "TM" TO CH-Reason-Code
                   MOVE AnnualSalary TO CH-Old-Salary CH-New-Salary
                   MOVE WS-Prior-Status TO CH-Old-Status
                   MOVE EmployeeStatus TO CH-New-Status
                   MOVE TerritoryNumber TO CH-Old-Territory
                                           CH-New-Territory
                   MOVE OfficeNumber TO CH-Old-Office CH-New-Office
                   MOVE ManagerNumber TO CH-Old-Manager CH-New-Manager
                   MOVE "DECEAS" TO CH-Source
                   MOVE WS-Operator-Id TO CH-Operator
                   WRITE CompHistoryRecord
                       INVALID KEY
                           CONTINUE
                   END-WRITE
               END-IF.

           450-Write-Totals.
               MOVE WS-Death-Count TO DT-Death-Count
               MOVE WS-Reject-Count TO DT-Reject-Count
               MOVE WS-Supp-Paid-Count TO DT-Supp-Paid-Count
               MOVE WS-Total-Gross TO DT-Total-Gross
               MOVE WS-Total-Net TO DT-Total-Net
               MOVE WS-Check-Count TO DT-Check-Count
               MOVE SPACES TO DecdRptPrintLine
               WRITE DecdRptPrintLine FROM DecdTotalLine
                   AFTER ADVANCING 2.

           455-Write-Register-Line.
               MOVE EmployeeNumber TO DD-EmployeeNumber
               MOVE EmployeeName TO DD-EmployeeName
               MOVE WS-Death-Date TO DD-Death-Date
               MOVE WS-Payee-Name TO DD-Payee-Name
               MOVE WS-Final-Wages TO DD-Final-Wages
               MOVE WS-Pto-Payout TO DD-Pto-Payout
               MOVE WS-Supp-Amount TO DD-Supplemental
               COMPUTE DD-Fica =
                   WS-Payment-SocSec + WS-Payment-Medicare
               MOVE WS-Payment-Net TO DD-Net
               MOVE WS-Form-Code TO DD-Form-Code
               MOVE SPACES TO DecdRptPrintLine
               WRITE DecdRptPrintLine FROM DecdDetailLine
                   AFTER ADVANCING 1.

           457-Write-Reject-Line.
               MOVE DI-EmployeeNumber TO DR-EmployeeNumber
               MOVE EmployeeName TO DR-EmployeeName
               MOVE DI-Date-Of-Death TO DR-Death-Date
               MOVE WS-Reject-Reason TO DR-Message
               MOVE SPACES TO DecdRptPrintLine
               WRITE DecdRptPrintLine FROM DecdRejectLine
                   AFTER ADVANCING 1.

      *****************************************************************
      * Pending supplemental pay for anyone on DeceasedFile is paid   *
      * to the recorded beneficiary; every other pending line is      *
      * carried forward for DirectDepositExport.                      *
      *****************************************************************
           460-Settle-Supplemental-Pay.
               OPEN INPUT SupplementalPayFile
               IF SuppPay-Status = "00"
                   OPEN EXTEND SupplementalPayHistFile
                   IF SuppHist-Status NOT = "00"
                       OPEN OUTPUT SupplementalPayHistFile
                   END-IF
                   OPEN OUTPUT SupplementalPayWorkFile
                   MOVE 0 TO WS-Pending-Count
                   SET WS-SuppPay-Not-Eof TO TRUE
                   PERFORM 462-Read-Supplemental
                   PERFORM 464-Settle-One-Supplemental
                       UNTIL WS-SuppPay-Eof
                   CLOSE SupplementalPayFile
                   CLOSE SupplementalPayHistFile
                   CLOSE SupplementalPayWorkFile
                   PERFORM 470-Clear-Supplemental-File
               END-IF.

           462-Read-Supplemental.
               READ SupplementalPayFile
                   AT END
                       SET WS-SuppPay-Eof TO TRUE
               END-READ.

           464-Settle-One-Supplemental.
               IF Supp-Processed
                   CONTINUE
               ELSE
                   MOVE SP-EmployeeNumber TO DE-EmployeeNumber
                   READ DeceasedFile
                       INVALID KEY
                           MOVE SupplementalPayLine
                               TO SupplementalPayWorkLine
                           WRITE SupplementalPayWorkLine
                           ADD 1 TO WS-Pending-Count
                       NOT INVALID KEY
                           PERFORM 466-Pay-One-Supplemental
                   END-READ
               END-IF
               PERFORM 462-Read-Supplemental.

           466-Pay-One-Supplemental.
               INITIALIZE EmployeeRecords
               MOVE SP-EmployeeNumber TO PR-EmployeeNumber
               READ PayrollReport
                   INVALID KEY
                       MOVE SP-EmployeeNumber TO EmployeeNumber
                       MOVE SP-EmployeeName TO EmployeeName
                   NOT INVALID KEY
                       MOVE EmployeeRecord TO EmployeeRecords
               END-READ
               MOVE DE-Date-Of-Death TO WS-Death-Date
               MOVE DE-Beneficiary-Name TO WS-Payee-Name
               MOVE 0 TO WS-Final-Wages WS-Pto-Payout
               MOVE SP-Amount TO WS-Supp-Amount WS-Payment-Gross
               SET WS-Paying-Supplemental TO TRUE
               PERFORM 420-Pay-Beneficiary
               ADD 1 TO WS-Supp-Paid-Count
               PERFORM 455-Write-Register-Line
               SET Supp-Processed TO TRUE
               MOVE SupplementalPayLine TO SupplementalPayHistLine
               WRITE SupplementalPayHistLine.

           470-Clear-Supplemental-File.
               OPEN OUTPUT SupplementalPayFile
               IF WS-Pending-Count > 0
                   OPEN INPUT SupplementalPayWorkFile
                   SET WS-SuppPay-Not-Eof TO TRUE
                   PERFORM 472-Read-Pending-Record
                   PERFORM 474-Carry-Pending-Record
                       UNTIL WS-SuppPay-Eof
                   CLOSE SupplementalPayWorkFile
               END-IF
               CLOSE SupplementalPayFile.

           472-Read-Pending-Record.
               READ SupplementalPayWorkFile
                   AT END
                       SET WS-SuppPay-Eof TO TRUE
               END-READ.

           474-Carry-Pending-Record.
               MOVE SupplementalPayWorkLine
                   TO SupplementalPayLine
               WRITE SupplementalPayLine
               PERFORM 472-Read-Pending-Record.

           500-Close-Files.
               CLOSE DeceasedInputFile
               CLOSE PayrollReport
               CLOSE DeceasedFile
               CLOSE BeneficiaryPayFile
               CLOSE YtdAccumFile
               CLOSE PayLedgerFile
               CLOSE CobraElectionFile
               CLOSE CobraNoticeFile
               CLOSE OffCycleCheckFile
               CLOSE GlAdjustFile
               CLOSE AuditLog
               CLOSE DeceasedReportFile
               IF WS-Dependent-Ready
                   CLOSE DependentFile
               END-IF
               IF WS-PtoAccr-Ready
                   CLOSE PtoAccrualFile
               END-IF
               IF WS-TerrOff-Ready
                   CLOSE TerrOffFile
               END-IF
               IF WS-EmpAddr-Ready
                   CLOSE EmployeeAddrFile
               END-IF
               IF WS-PerLock-Ready
                   CLOSE PeriodLockFile
               END-IF
               IF WS-Position-Ready
                   CLOSE PositionFile
               END-IF
               IF WS-CompHist-Ready
                   CLOSE CompHistoryFile
               END-IF.

           600-FormatDate.
               CALL "DateFormat" USING LK_Current_Date
               MOVE LK_Current_Date TO WS-Today
               MOVE LK_Current_Month TO LK_Date_MDY_Month
               MOVE LK_Current_Day TO LK_Date_MDY_Day
               MOVE LK_Current_Year TO LK_Date_MDY_Year
               MOVE LK_Date_MDY_Numeric TO HeaderDate.

           700-FormatTime.
               CALL "TimeFormats" USING LK_Current_Time
               MOVE LK_Current_Hours TO LK_Time_HMS_Hours
               MOVE LK_Current_Minute TO LK_Time_HMS_Minutes
               MOVE LK_Current_Second TO LK_Time_HMS_Seconds
               MOVE LK_Time_HMS_Numeric TO HeaderTime.

               End Program DeceasedPay.
