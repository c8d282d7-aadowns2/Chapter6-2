                       File Status is DeductCode-Status
                       Organization is Indexed
                       Access Mode is Dynamic
                       Record Key is DC-Key.

                 Select Optional DeductCodeLoadFile assign to DedCodeLd
                       Organization is Line Sequential
                       File Status is CompClass-Status
                       Organization is Indexed
                       Access Mode is Dynamic
                       Record Key is WC-Key.

                Select Optional WorkCompLoadFile assign to CompClsLd
                       Organization is Line Sequential
                       File Status is StateTax-Status
                       Organization is Indexed
                       Access Mode is Dynamic
                       Record Key is ST-Key.

                 Select Optional StateTaxLoadFile assign to StateTaxLd
                       Organization is Line Sequential
                       File Status is WS-StateTaxLoad-Status.

                   Select RateChangeReport assign to RateChg
                       Organization is Line Sequential
                       File Status is WS-RateChg-Status.

                   Select TaxYearFile assign to TaxYear
                       File Status is TaxYear-Status
                       Organization is Indexed
                       Access Mode is Dynamic
                       Record Key is TY-Year.

                 Select Optional TaxYearLoadFile assign to TaxYearLd
                       Organization is Line Sequential
                       File Status is WS-TaxYearLoad-Status.

                   Select YtdAccumFile assign to YtdAccum
                       File Status is YtdAccum-Status
                       Organization is Indexed
                       Access Mode is Dynamic
                       Record Key is RH-Sequence.

                   Select CompHistoryFile assign to CompHist
                       File Status is CompHist-Status
                       Organization is Indexed
                       Access Mode is Dynamic
                       Record Key is CH-Key.

                   Select SupplementalPayFile assign to SuppPay
                       Organization is Line Sequential
                       File Status is WS-SuppPay-Status.
                       Organization is Line Sequential
                       File Status is WS-VerifyIn-Status.

                   Select W4ElectionFile assign to W4Elect
                       File Status is W4Elect-Status
                       Organization is Indexed
                       Access Mode is Dynamic
                       Record Key is W4-Key.

                   Select I9AuthFile assign to I9Auth
                       File Status is I9Auth-Status
                       Organization is Indexed
                       Access Mode is Dynamic
                       Record Key is I9-EmployeeNumber.

                   Select EmployeeBirthFile assign to EmpBirth
                       File Status is EmpBirth-Status
                       Organization is Indexed
                       Access Mode is Dynamic
                       Record Key is BD-EmployeeNumber.

                   Select Optional LifePlanFile assign to LifePlan
                       Organization is Line Sequential
                       File Status is WS-LifePlan-Status.

                   Select BankHoldFile assign to BankHold
                       File Status is BankHold-Status
                       Organization is Indexed
                       Access Mode is Dynamic
                       Record Key is BC-EmployeeNumber.

                   Select LoanFile assign to Loans
                       File Status is Loan-Status
                       Organization is Indexed
                       Access Mode is Dynamic
                       Record Key is LN-Key.

                   Select PositionFile assign to PosCtl
                       File Status is Position-Status
                       Organization is Indexed
                       Access Mode is Dynamic
                       Record Key is PS-Position-Number
                       Alternate Record Key is PS-Location
                           with Duplicates
                       Alternate Record Key is PS-Filled-By
                           with Duplicates.

               I-O-Control.

       Data Division.
                       05                                  PIC X(81).
                       05  ES-SocialSecurityNumber         PIC 9(9).
                       05                                  PIC X(139).
                   01  EmployeeRecord-Company.
                       05                                  PIC X(227).
                       05  PR-CompanyCode                  PIC X(02).
                       05                                  PIC X(05).

               FD  PayrollPrintFile
                   Record Contains 132 characters.
                       05  LoadEmployeeStatus               PIC X(01).

               FD  EmployeeTransFile
                   Record Contains 37 to 47 characters.
                   01  EmployeeTransRecord.
                       05  TX-EmployeeNumber               PIC X(05).
                       05  TX-EmployeeName                  PIC X(20).
                       05  TX-OfficeNumber                  PIC X(02).
                       05  TX-AnnualSalary                  PIC 9(07).
                       05  TX-EmployeeStatus                PIC X(01).
                       05  TX-Effective-Date                PIC X(08).
                       05  TX-Reason-Code                   PIC X(02).

               FD  PayrollCsvFile
                   Record Contains 200 characters.
                   01  PendingApprovalRecord.
                       05  PA-Sequence                      PIC 9(05).
                       05  PA-Action                        PIC X(06).
                           88  PA-RefTable-Action  value "RTADD "
                                                         "RTCHG "
                                                         "RTDEL ".
                       05  PA-Submitted-By                  PIC X(08).
                       05  PA-Submitted-Date                 PIC 9(08).
                       05  PA-Employee-Record                PIC X(234).
                       05  PA-RefTable-Change redefines
                               PA-Employee-Record.
                           10  PA-RT-Table                  PIC X(01).
                           10  PA-RT-Action                 PIC X(01).
                           10  PA-RT-Before                 PIC X(80).
                           10  PA-RT-After                  PIC X(80).
                           10                               PIC X(72).
                       05  PA-Reason-Code                   PIC X(02).
                       05  PA-Effective-Date                PIC 9(08).

               FD  ApprovalThresholdFile
                   Record Contains 7 characters.
                       05  RQ-Employee-Record                PIC X(234).

               FD  RejectCorrectionFile
                   Record Contains 37 to 39 characters.
                   01  RejectCorrectionRecord.
                       05  RC-Sequence                      PIC 9(05).
                       05  RC-EmployeeName                  PIC X(20).
                       05  RC-OfficeNumber                  PIC X(02).
                       05  RC-AnnualSalary                  PIC 9(07).
                       05  RC-EmployeeStatus                PIC X(01).
                       05  RC-Reason-Code                   PIC X(02).

               FD  ColaRateFile.
                   01  ColaRateRecord.

               FD  DeductCodeFile.
                   01  DeductCodeRecord.
                       05  DC-Key.
                           10  DC-Code                      PIC X(02).
                           10  DC-Effective-Date            PIC 9(08).
                       05  DC-Description                   PIC X(20).
                       05  DC-Tax-Class                     PIC X(01).
                           88  Deduct-Pre-Tax               value "P".
                           88  Deduct-Post-Tax              value "A".

               FD  DeductCodeLoadFile
                   Record Contains 31 characters.
                   01  DeductCodeLoadRecord.
                       05  DL-Code                          PIC X(02).
                       05  DL-Description                   PIC X(20).
                       05  DL-Tax-Class                     PIC X(01).
                       05  DL-Effective-Date                PIC X(08).

               FD  GarnishOrderFile.
                   01  GarnishOrderRecord.
                   01  TaxBracketRecord.
                       05  TB-Key.
                           10  TB-Territory                 PIC X(02).
                           10  TB-Effective-Date            PIC 9(08).
                           10  TB-Bracket-Floor             PIC 9(07).
                       05  TB-Rate                          PIC 9(03).

               FD  TaxBracketLoadFile
                   Record Contains 20 characters.
                   01  TaxBracketLoadRecord.
                       05  TBL-Territory                    PIC X(02).
                       05  TBL-Bracket-Floor                PIC 9(07).
                       05  TBL-Rate                         PIC 9(03).
                       05  TBL-Effective-Date               PIC X(08).

               FD  MailerSentLogFile.
                   01  MailerSentLogRecord.

               FD  WorkCompClassFile.
                   01  WorkCompClassRecord.
                       05  WC-Key.
                           10  WC-Class-Code                PIC X(04).
                           10  WC-Effective-Date            PIC 9(08).
                       05  WC-Description                   PIC X(20).
                       05  WC-Rate-Per-100               PIC 9(02)V99.

               FD  WorkCompLoadFile
                   Record Contains 36 characters.
                   01  WorkCompLoadRecord.
                       05  WL-Class-Code                    PIC X(04).
                       05  WL-Description                   PIC X(20).
                       05  WL-Rate-Per-100               PIC 9(02)V99.
                       05  WL-Effective-Date                PIC X(08).

               FD  CompanyMasterFile.
                   01  CompanyMasterRecord.

               FD  StateTaxFile.
                   01  StateTaxRecord.
                       05  ST-Key.
                           10  ST-State                     PIC X(02).
                           10  ST-Effective-Date            PIC 9(08).
                       05  ST-Rate                          PIC 9(03).

               FD  StateTaxLoadFile
                   Record Contains 13 characters.
                   01  StateTaxLoadRecord.
                       05  SX-State                         PIC X(02).
                       05  SX-Rate                          PIC 9(03).
                       05  SX-Effective-Date                PIC X(08).

               FD  RateChangeReport
                   Record Contains 132 characters.
                   01  RateChangePrintLine                  PIC X(132).

               FD  TaxYearFile.
                   01  TaxYearRecord.
                       05  TY-Year                          PIC 9(04).
                       05  TY-SocSec-Wage-Base              PIC 9(07).
                       05  TY-SocSec-Rate                   PIC V9999.
                       05  TY-Medicare-Rate                 PIC V9999.
                       05                                   PIC X(06).

               FD  TaxYearLoadFile
                   Record Contains 19 characters.
                   01  TaxYearLoadRecord.
                       05  TYL-Year                         PIC 9(04).
                       05  TYL-SocSec-Wage-Base             PIC 9(07).
                       05  TYL-SocSec-Rate                  PIC V9999.
                       05  TYL-Medicare-Rate                PIC V9999.

               FD  YtdAccumFile.
                   01  YtdAccumRecord.
                           10  YT-Qtr-Gross             PIC S9(8)V99.
                           10  YT-Qtr-Withholding       PIC S9(8)V99.
                           10  YT-Qtr-Net               PIC S9(8)V99.
                       05  YT-Imputed-Income            PIC S9(8)V99.

               FD  PayLedgerFile.
                   01  PayLedgerRecord.
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

               FD  RetroHistoryFile.
                   01  RetroHistoryRecord.
                           88  RH-Paid                      value "Y".
                           88  RH-Unpaid                    value "N".

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

               FD  SupplementalPayFile
                   Record Contains 80 characters.
                   01  SupplementalPayLine                  PIC X(80).
                       05  VI-BankRoutingNumber             PIC 9(09).
                       05  VI-BankAccountNumber             PIC X(17).

               FD  W4ElectionFile.
                   01  W4ElectionRecord.
                       05  W4-Key.
                           10  W4-EmployeeNumber            PIC X(05).
                           10  W4-Effective-Date            PIC 9(08).
                       05  W4-Filing-Status                 PIC X(01).
                           88  W4-Single                    value "S".
                           88  W4-Married-Joint             value "M".
                           88  W4-Head-Of-Household         value "H".
                       05  W4-Dependents-Credit          PIC 9(05)V99.
                       05  W4-Other-Income               PIC 9(07)V99.
                       05  W4-Extra-Withholding          PIC 9(05)V99.
                       05  W4-Exempt-Flag                   PIC X(01).
                           88  W4-Exempt                    value "Y".
                           88  W4-Not-Exempt                value "N".
                       05  W4-Exempt-Expiry                 PIC 9(08).
                       05  W4-Operator                      PIC X(08).
                       05  W4-Entry-Date                    PIC 9(08).

               FD  I9AuthFile.
                   01  I9AuthRecord.
                       05  I9-EmployeeNumber                PIC X(05).
                       05  I9-Document-Type                 PIC X(02).
                           88  I9-Doc-Valid values "US" "PR" "EA"
                                   "FP" "LC".
                           88  I9-Doc-Citizen               value "US".
                           88  I9-Doc-Permanent             value "PR".
                       05  I9-Section2-Date                 PIC 9(08).
                       05  I9-Auth-Expiration-Date          PIC 9(08).
                       05  I9-Section2-Deadline             PIC 9(08).
                       05  I9-Late-Flag                     PIC X(01).
                           88  I9-Completed-Late            value "Y".
                           88  I9-Completed-On-Time         value "N".
                       05  I9-Operator                      PIC X(08).
                       05  I9-Last-Updated                  PIC 9(08).
                       05                                   PIC X(12).

               FD  EmployeeBirthFile.
                   01  EmployeeBirthRecord.
                       05  BD-EmployeeNumber                PIC X(05).
                       05  BD-Date-Of-Birth                 PIC 9(08).
                       05  BD-Date-Of-Birth-R
                               redefines BD-Date-Of-Birth.
                           10  BD-Birth-Year                PIC 9(04).
                           10                               PIC 9(04).
                       05  BD-Operator                      PIC X(08).
                       05  BD-Last-Updated                  PIC 9(08).
                       05                                   PIC X(11).

               FD  LifePlanFile
                   Record Contains 12 characters.
                   01  LifePlanRecord.
                       05  LP-Deduction-Code                PIC X(02).
                       05  LP-Salary-Multiple            PIC 9(02)V9.
                       05  LP-Maximum-Coverage              PIC 9(07).

               FD  BankHoldFile.
                   01  BankHoldRecord.
                       05  BC-EmployeeNumber                PIC X(05).
                       05  BC-Change-Date                   PIC 9(08).
                       05  BC-Hold-Through                  PIC 9(08).
                       05  BC-Old-Routing                   PIC 9(09).
                       05  BC-Old-Account                   PIC X(17).
                       05  BC-New-Routing                   PIC 9(09).
                       05  BC-New-Account                   PIC X(17).
                       05  BC-Accounts-Changed              PIC X(01).
                           88  BC-Primary-Changed           value "P".
                           88  BC-Second-Changed            value "S".
                           88  BC-Both-Changed              value "B".
                       05  BC-Street                        PIC X(30).
                       05  BC-City                          PIC X(20).
                       05  BC-State                         PIC X(02).
                       05  BC-Zip                           PIC X(10).
                       05  BC-Status                        PIC X(01).
                           88  BC-Held                      value "H".
                           88  BC-Released                  value "R".
                       05  BC-Letter-Switch                 PIC X(01).
                           88  BC-Letter-Sent               value "Y".
                           88  BC-Letter-Pending            value "N".
                       05  BC-Release-Date                  PIC 9(08).
                       05  BC-Operator                      PIC X(08).

               FD  LoanFile
                   Record Contains 75 characters.
                   01  LoanRecord.
                       05  LN-Key.
                           10  LN-EmployeeNumber            PIC X(05).
                           10  LN-Loan-Number               PIC 9(02).
                       05  LN-Loan-Type                     PIC X(01).
                           88  LN-Pay-Advance               value "A".
                           88  LN-Hardship-Loan             value "H".
                       05  LN-Principal                 PIC S9(7)V99.
                       05  LN-Start-Date                    PIC 9(08).
                       05  LN-Repayment                 PIC S9(5)V99.
                       05  LN-Balance                   PIC S9(7)V99.
                       05  LN-Status                        PIC X(01).
                           88  LN-Open                      value "O".
                           88  LN-Paid-Off                  value "P".
                           88  LN-Open-At-Termination       value "T".
                       05  LN-Last-Period-Date              PIC 9(08).
                       05  LN-Last-Repayment            PIC S9(7)V99.
                       05  LN-Payoff-Date                   PIC 9(08).
                       05  LN-Operator                      PIC X(08).

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
                           88  PS-Approved                  value "A".
                           88  PS-Not-Approved              value "P".
                           88  PS-Closed                    value "C".
                       05  PS-Filled-By                     PIC X(05).
                       05  PS-Filled-Date                   PIC 9(08).
                       05  PS-Vacant-Since                  PIC 9(08).
                       05  PS-Approved-Date                 PIC 9(08).
                       05  PS-Last-Holder                   PIC X(05).
                       05  PS-Operator                      PIC X(08).
                       05                                   PIC X(02).

           Working-Storage Section.
               COPY "Misc.cpy".
               01  WS-SocSec-Rate   PIC V9999   value .0620.
               01  WS-Medicare-Rate   PIC V9999   value .0145.
               01  WS-SocSec-Wage-Base   PIC 9(07)   value 176100.
               01  WS-Tax-Year-Loaded   PIC 9(04)   value 0.
               01  WS-Default-Wage-Base   PIC 9(07)   value 176100.
               01  WS-Default-SocSec-Rate   PIC V9999   value .0620.
               01  WS-Default-Medicare-Rate   PIC V9999   value .0145.
               01  WS-Year-Closed-Answer   PIC X(01)   value "N".
                   88  WS-Pay-Year-Closed                   value "Y".
               01  WS-SocSec-Room   PIC S9(8)V99 value 0.
               01  WS-Successor-Credit   PIC S9(8)V99 value 0.
               01  WS-Period-SocSec   PIC S9(7)V99 value 0.
               01  WS-Period-Medicare   PIC S9(7)V99 value 0.
               01  WS-Qtr-Idx   PIC 9(01)   COMP value 0.
               01  WS-HolCalLoad-Status                 PIC X(02).
               01  StateTax-Status                      PIC X(02).
               01  WS-StateTaxLoad-Status               PIC X(02).
               01  WS-RateChg-Status                    PIC X(02).
               01  WS-RateChg-Heading-Switch   PIC X(01)   value "N".
                   88  WS-RateChg-Heading-Done              value "Y".
               01  WS-Rate-Today   PIC 9(08)   value 0.
               01  WS-Rate-As-Of-Date   PIC 9(08)   value 0.
               01  WS-Rate-Code   PIC X(04)   value spaces.
               01  WS-Rate-Floor   PIC 9(07)   value 0.
               01  WS-Rate-Version-Date   PIC 9(08)   value 0.
               01  WS-Rate-Version-Switch   PIC X(01)   value "N".
                   88  WS-Rate-Version-Found                value "Y".
                   88  WS-Rate-Version-Not-Found            value "N".
               01  WS-Load-Effective-Date   PIC 9(08)   value 0.
               01  WS-Load-Action-Switch   PIC X(01)   value "N".
                   88  WS-Load-New-Version                  value "N".
                   88  WS-Load-Correction                   value "C".
                   88  WS-Load-Removal                      value "D".
               01  WS-Load-Lock-Switch   PIC X(01)   value "N".
                   88  WS-Load-Period-Closed                value "Y".
                   88  WS-Load-Period-Open                  value "N".
               01  WS-Load-Lock-Eof-Switch   PIC X(01)   value "N".
                   88  WS-Load-Lock-Eof                     value "Y".
                   88  WS-Load-Lock-Not-Eof                 value "N".
               01  WS-RC-Rate-Value.
                   05   PIC X(05)   value "Rate ".
                   05  WS-RC-Rate-Edit   PIC 9.999.
               01  WS-RC-Deduct-Value.
                   05  WS-RC-Deduct-Description         PIC X(20).
                   05   PIC X(07)   value " Class ".
                   05  WS-RC-Deduct-Tax-Class           PIC X(01).
               01  WS-RC-Comp-Value.
                   05  WS-RC-Comp-Description           PIC X(20).
                   05   PIC X(01)   value space.
                   05  WS-RC-Comp-Rate-Edit   PIC Z9.99.
               01  WS-RC-Date-Edit   PIC 9(04)/9(02)/9(02).
               01  TaxYear-Status                       PIC X(02).
               01  WS-TaxYearLoad-Status                PIC X(02).
               01  WS-State-Rate   PIC V999   value 0.
               01  WS-Flat-State-Rate   PIC V999   value .050.
               01  WS-Period-StateTax   PIC S9(7)V99 value 0.
               01  WS-LedgerGarn-Switch   PIC X(01)   value "N".
                   88  WS-LedgerGarn-Eof                    value "Y".
                   88  WS-LedgerGarn-Not-Eof                value "N".

      * Group-term life imputed income.  LifePlanFile gives the salary
      * multiple of the coverage each life deduction code buys; the
      * cost of coverage over the first $50,000 is valued at the IRS
      * Table I monthly rate per $1,000 for the age band (highest age
      * in the band, rate) the employee falls in on December 31.
               01  EmpBirth-Status                      PIC X(02).
               01  WS-LifePlan-Status                   PIC X(02).
               01  WS-Birth-Found-Switch   PIC X(01)   value "N".
                   88  WS-Birth-Found                       value "Y".
                   88  WS-Birth-Not-Found                   value "N".
               01  WS-Birth-Current-Date   PIC 9(08)   value 0.
               01  WS-Life-Plan-Count   PIC 9(02)   COMP value 0.
               01  WS-Life-Plan-Idx   PIC 9(02)   COMP value 0.
               01  WS-Life-Plan-Table.
                   05  WS-Life-Plan-Entry OCCURS 20 TIMES.
                       10  LT-Deduction-Code            PIC X(02).
                       10  LT-Salary-Multiple           PIC 9(02)V9.
                       10  LT-Maximum-Coverage          PIC 9(07).
               01  WS-Life-Rate-Values.
                   05   PIC X(06)   value "024005".
                   05   PIC X(06)   value "029006".
                   05   PIC X(06)   value "034008".
                   05   PIC X(06)   value "039009".
                   05   PIC X(06)   value "044010".
                   05   PIC X(06)   value "049015".
                   05   PIC X(06)   value "054023".
                   05   PIC X(06)   value "059043".
                   05   PIC X(06)   value "064066".
                   05   PIC X(06)   value "069127".
                   05   PIC X(06)   value "999206".
               01  WS-Life-Rate-Table redefines WS-Life-Rate-Values.
                   05  WS-Life-Rate-Entry OCCURS 11 TIMES.
                       10  LR-Through-Age               PIC 9(03).
                       10  LR-Monthly-Rate              PIC 9V99.
               01  WS-Life-Rate-Idx   PIC 9(02)   COMP value 0.
               01  WS-Life-Free-Coverage   PIC 9(05)   value 50000.
               01  WS-Life-Multiple   PIC 9(02)V9   value 0.
               01  WS-Life-Maximum   PIC 9(07)   value 0.
               01  WS-Life-Contribution   PIC S9(5)V99 value 0.
               01  WS-Life-Coverage   PIC 9(09)V99   value 0.
               01  WS-Life-Age   PIC 9(03)   value 0.
               01  WS-Life-Rate   PIC 9V99   value 0.
               01  WS-Life-Periods   PIC 9(02)   COMP value 26.
               01  WS-Imputed-Annual   PIC S9(7)V99 value 0.
               01  WS-Period-Imputed   PIC S9(7)V99 value 0.
               01  WS-Period-Taxable-Wages   PIC S9(7)V99 value 0.
               01  RetroHist-Status                     PIC X(02).
               01  CompHist-Status                      PIC X(02).
               01  WS-SuppPay-Status                    PIC X(02).
               01  EmpAddr-Status                       PIC X(02).
               01  PtoAccr-Status                       PIC X(02).
               01  W4Elect-Status                       PIC X(02).
               01  I9Auth-Status                        PIC X(02).
               01  BankHold-Status                      PIC X(02).
               01  Loan-Status                          PIC X(02).
               01  Position-Status                      PIC X(02).
               01  WS-Position-Eof-Switch   PIC X(01)   value "N".
                   88  WS-Position-Eof                      value "Y".
                   88  WS-Position-Not-Eof                  value "N".
               01  WS-Position-Switch   PIC X(01)   value "N".
                   88  WS-Position-Found                    value "Y".
                   88  WS-Position-Not-Found                value "N".
               01  WS-Open-Position   PIC X(06)   value spaces.
               01  WS-Loan-Eof-Switch   PIC X(01)   value "N".
                   88  WS-Loan-Eof                          value "Y".
                   88  WS-Loan-Not-Eof                      value "N".
               01  WS-Loan-Deductions   PIC S9(7)V99 value 0.
               01  WS-Loan-Take   PIC S9(7)V99 value 0.
               01  WS-Loan-Room   PIC S9(7)V99 value 0.
               01  WS-W4-Found-Switch   PIC X(01)   value "N".
                   88  WS-W4-Found                          value "Y".
                   88  WS-W4-Not-Found                      value "N".
               01  WS-W4-Exempt-Switch   PIC X(01)   value "N".
                   88  WS-W4-Exempt-In-Force                value "Y".
                   88  WS-W4-Not-Exempt                     value "N".
               01  WS-W4-Valid-Switch   PIC X(01)   value "Y".
                   88  WS-W4-Valid                          value "Y".
                   88  WS-W4-Invalid                        value "N".
               01  WS-W4-Single-Allowance   PIC 9(05)   value 8600.
               01  WS-W4-Married-Allowance   PIC 9(05)   value 12900.
               01  WS-W4-Allowance   PIC 9(05)   value 0.
               01  WS-W4-Periods   PIC 9(02)   COMP value 26.
               01  WS-W4-Annual-Wage   PIC S9(8)V99 value 0.
               01  WS-W4-Period-Wage   PIC S9(7)V99 value 0.
               01  WS-W4-Current-Date   PIC 9(08)   value 0.
               01  WS-W4-Exempt-Year   PIC 9(04)   value 0.
               01  WS-I9-Found-Switch   PIC X(01)   value "N".
                   88  WS-I9-Found                          value "Y".
                   88  WS-I9-Not-Found                      value "N".
               01  WS-I9-Valid-Switch   PIC X(01)   value "Y".
                   88  WS-I9-Valid                          value "Y".
                   88  WS-I9-Invalid                        value "N".
               01  WS-I9-Business-Day-Switch   PIC X(01)   value "N".
                   88  WS-I9-Business-Day                   value "Y".
                   88  WS-I9-Not-Business-Day               value "N".
               01  WS-I9-Current-Date   PIC 9(08)   value 0.
               01  WS-I9-Deadline   PIC 9(08)   value 0.
               01  WS-I9-Day-Integer   PIC 9(07)   value 0.
               01  WS-I9-Day-Of-Week   PIC 9(01)   value 0.
               01  WS-I9-Days-Counted   PIC 9(01)   value 0.
               01  WS-PTO-Accrual-Rate   PIC 9(02)V99   value 0.
               01  WS-CobraNtc-Status                   PIC X(02).
               01  WS-BadgeExt-Status                   PIC X(02).
               01  WS-Prior-Salary   PIC S9(7)V99 value 0.
               01  WS-Prior-Period-Date   PIC 9(08)   value 0.
               01  WS-Prior-Status   PIC X(01)   value spaces.
               01  WS-Prior-Territory   PIC X(02)   value spaces.
               01  WS-Prior-Office   PIC X(02)   value spaces.
               01  WS-Prior-Manager   PIC X(05)   value spaces.
               01  WS-Change-Reason   PIC X(02)   value spaces.
                   88  WS-Change-Reason-Valid   value "HI" "MR" "PR"
                                                      "MA" "DM" "TR"
                                                      "TM" "LV".
                   88  WS-Change-Reason-Missing         value spaces.
               01  WS-Comp-Change-Switch   PIC X(01)   value "N".
                   88  WS-Comp-Changed                      value "Y".
                   88  WS-Comp-Unchanged                    value "N".
               01  WS-Comp-Sequence   PIC 9(05)   value 0.
               01  WS-Prior-Routing   PIC 9(09)   value 0.
               01  WS-Prior-Account   PIC X(17)   value spaces.
               01  WS-Prior-Routing2   PIC 9(09)   value 0.
               01  WS-Prior-Account2   PIC X(17)   value spaces.
               01  WS-Bank-Change   PIC X(01)   value spaces.
                   88  WS-Bank-Unchanged                    value " ".
               01  WS-Posting-Gross   PIC S9(7)V99 value 0.
               01  WS-Period-Days   PIC 9(02)   COMP value 14.
               01  WS-Worked-Days   PIC S9(04)   COMP value 0.
               01  WS-Term-Integer   PIC 9(08)   COMP value 0.
               01  WS-Term-Days   PIC S9(04)   COMP value 0.
               01  WS-Retro-Sequence   PIC 9(05)   value 0.
               01  WS-Trans-Effective-Date   PIC 9(08)   value 0.
               01  WS-Retro-Divisor   PIC 9(02)   COMP value 26.
               01  WS-Retro-Periods   PIC 9(03)   COMP value 0.
               01  WS-Retro-Delta   PIC S9(7)V99 value 0.
                   88  Mode-Resubmit-Rejects                value "X".
                   88  Mode-Retro-Adjust                    value "O".
                   88  Mode-Verify-Intake                   value "F".
                   88  Mode-RefTable-Maint                  value "M".
               01  WS-Operator-Id   PIC X(08)   value "UNKNOWN".
               01  WS-Report-Date-From   PIC 9(08)   value 0.
               01  WS-Report-Date-To   PIC 9(08)   value 99999999.
                   05  TE-Pay-Frequency                 PIC X(01).
                   05  TE-PTO-Accrual-Rate              PIC X(04).

               01  WS-RefMaint-Table   PIC X(01)   value spaces.
                   88  RefMaint-Deduct-Codes                 value "D".
                   88  RefMaint-Tax-Brackets                 value "B".
                   88  RefMaint-State-Tax                    value "S".
                   88  RefMaint-Holidays                     value "H".
                   88  RefMaint-Companies                    value "C".
                   88  RefMaint-Comp-Classes                 value "W".
                   88  RefMaint-Budgets                      value "G".
                   88  RefMaint-Cola-Rates                   value "L".
                   88  RefMaint-Exchange-Rates               value "E".
                   88  RefMaint-Rate-Table    value "D" "B" "S" "W".
                   88  RefMaint-Dated-Table   value "D" "B" "S" "W" "L".
                   88  RefMaint-Pay-Table
                                        value "D" "B" "S" "H" "C" "L".
               01  WS-RefMaint-Action   PIC X(01)   value spaces.
                   88  RefMaint-Add-Requested                value "A".
                   88  RefMaint-Change-Requested             value "C".
                   88  RefMaint-Delete-Requested             value "D".
                   88  RefMaint-Inquiry-Requested            value "I".
               01  WS-RefMaint-Key-Code   PIC X(04)   value spaces.
               01  WS-RefMaint-Key-Date   PIC 9(08)   value 0.
               01  WS-RefMaint-Key-Floor   PIC 9(07)   value 0.
               01  WS-RefMaint-Confirm   PIC X(01)   value spaces.
               01  WS-RefMaint-Table-Name   PIC X(05)   value spaces.
               01  WS-RefMaint-Length   PIC 9(03)   COMP value 0.
               01  WS-RefMaint-Image   PIC X(80)   value spaces.
               01  WS-RefMaint-Before   PIC X(80)   value spaces.
               01  WS-RefMaint-After   PIC X(80)   value spaces.
               01  WS-RefMaint-Found-Switch   PIC X(01)   value "N".
                   88  WS-RefMaint-Found                     value "Y".
                   88  WS-RefMaint-Not-Found                 value "N".
               01  WS-RefMaint-Routing   PIC 9(09)   value 0.
               01  WS-RefMaint-Routing-R redefines WS-RefMaint-Routing.
                   05  WS-RefMaint-Routing-Digit   PIC 9(01)
                                                   OCCURS 9 TIMES.
               01  WS-RefMaint-Weighted-Sum   PIC 9(04)   value 0.
               01  WS-RefMaint-Check-Quotient   PIC 9(04)   value 0.
               01  WS-RefMaint-Check-Digit   PIC 9(01)   value 0.

               01  WS-Lookup-Search   PIC X(20)   value spaces.
               01  WS-Lookup-Search-Len   PIC 9(02)   value 0.
               01  WS-Lookup-Match-Count   PIC 9(02)   value 0.
               05  AL-Time   PIC 9(02)9(02)9(02).
               05   PIC X(45)   value spaces.

               01  RefMaintAuditLine.
                   05  RA-Table                            PIC X(05).
               05   PIC X(01)   value space.
                   05  RA-Action                           PIC X(06).
               05   PIC X(01)   value space.
                   05  RA-Operator                         PIC X(08).
               05   PIC X(01)   value space.
               05  RA-Date   PIC 9(02)/9(02)/9(04).
               05   PIC X(01)   value space.
               05  RA-Time   PIC 9(02)9(02)9(02).
               05   PIC X(01)   value space.
                   05  RA-Image                            PIC X(02).
               05   PIC X(01)   value space.
                   05  RA-Value                            PIC X(37).

               01  WS-Line-Count   PIC 9(03)   COMP value 0.
               01  WS-Page-Count   PIC 9(03)   COMP value 0.

                   05  RJ-Queue-Sequence                PIC ZZZZ9.
               05   PIC X(88)   value spaces.

               01  RateChangeHeading.
               05   PIC X(20)   value "RATE CHANGE REPORT".
               05  RC-Run-Date   PIC 9(04)/9(02)/9(02).
               05   PIC X(102)   value spaces.

               01  RateChangeColumnHeadings.
               05   PIC X(13)   value "Table".
               05   PIC X(16)   value "Key".
               05   PIC X(12)   value "Effective".
               05   PIC X(30)   value "Old Value".
               05   PIC X(30)   value "New Value".
               05   PIC X(31)   value "Action".

               01  RateChangeDetailLine.
                   05  RC-Table                         PIC X(12).
               05   PIC X(01)   value space.
                   05  RC-Key                           PIC X(15).
               05   PIC X(01)   value space.
                   05  RC-Effective-Date                PIC X(10).
               05   PIC X(02)   value spaces.
                   05  RC-Old-Value                     PIC X(28).
               05   PIC X(02)   value spaces.
                   05  RC-New-Value                     PIC X(28).
               05   PIC X(02)   value spaces.
                   05  RC-Action                        PIC X(24).
               05   PIC X(07)   value spaces.

               01  RejectTotalLine.
               05   PIC X(20)   value spaces.
               05   PIC X(26)   value "Total Rejected Records:  ".
                       10  Line 9 Column 55 value "Company: ".
                       10  Line 10 Column 55 value "Comp Cls:".
                       10  Line 11 Column 55 value "Lgl Hold:".
                       10  Line 12 Column 55 value "Chg Rsn: ".
                       10  Line 13 Column 55 value
                           "HI MR PR MA DM TR TM LV".
                   05  Input-Answers
                       Auto.
                    10  Line 8 Column 45  PIC X(5) USING EmployeeNumber.
                           CompClassCode.
                       10  Line 11 Column 65 PIC X(1) USING
                           Legal-Hold-Switch.
                       10  Line 12 Column 65 PIC X(2) USING
                           WS-Change-Reason.
               01  ReprintScreen.
                   05  Blank Screen.
                   05  Line 4 Column 10 value
                     "This entry was submitted by the current operator".
                   05  Line 5 Column 10 value
                       "id - a different operator must approve it.".
               01  RefMaintMenuScreen.
                   05  Blank Screen.
                   05  Line 4 Column 10 value
                       "Reference Table Maintenance".
                   05  Line 5 Column 10 value
                       "D=Deduction Codes  B=Tax Brackets  S=State Tax".
                   05  Line 6 Column 10 value
                       "H=Holidays  C=Companies  W=Comp Classes".
                   05  Line 7 Column 10 value
                       "G=Budgets  L=COLA Rates  E=Exchange Rates".
                   05  Input-Prompt.
                       10  Line 9 Column 10 value
                           "Table (blank to end): ".
                       10  Line 10 Column 10 value
                           "Action (A/C/D/I): ".
                       10  Line 11 Column 10 value
                           "Code/Territory/Office/Currency: ".
                       10  Line 12 Column 10 value
                           "Effective or Holiday Date: ".
                       10  Line 13 Column 10 value
                           "Bracket Floor (tax brackets): ".
                   05  Input-Answers
                       Auto.
                       10  Line 9 Column 45 PIC X(1) TO
                           WS-RefMaint-Table.
                       10  Line 10 Column 45 PIC X(1) TO
                           WS-RefMaint-Action.
                       10  Line 11 Column 45 PIC X(4) TO
                           WS-RefMaint-Key-Code.
                       10  Line 12 Column 45 PIC 9(8) TO
                           WS-RefMaint-Key-Date.
                       10  Line 13 Column 45 PIC 9(7) TO
                           WS-RefMaint-Key-Floor.
               01  DeductCodeMaintScreen.
                   05  Blank Screen.
                   05  Line 4 Column 10 value
                       "Deduction Code Maintenance".
                   05  Display-Prompt.
                       10  Line 8 Column 10 value "Deduction Code: ".
                       10  Line 9 Column 10 value "Effective Date: ".
                   05  Display-Answers.
                       10  Line 8 Column 45 PIC X(2) FROM DC-Code.
                       10  Line 9 Column 45 PIC 9(8) FROM
                           DC-Effective-Date.
                   05  Input-Prompt.
                       10  Line 10 Column 10 value "Description: ".
                       10  Line 11 Column 10 value
                           "Tax Class (P=Pre-Tax/A=After): ".
                   05  Input-Answers
                       Auto.
                       10  Line 10 Column 45 PIC X(20) USING
                           DC-Description.
                       10  Line 11 Column 45 PIC X(1) USING
                           DC-Tax-Class.
                   05  Input-Prompt2.
                       10  Line 14 Column 10 value "Confirm (Y/N): ".
                   05  Input-Answers2
                       Auto.
                       10  Line 14 Column 45 PIC X(1) TO
                           WS-RefMaint-Confirm.
               01  TaxBracketMaintScreen.
                   05  Blank Screen.
                   05  Line 4 Column 10 value
                       "Tax Bracket Maintenance".
                   05  Display-Prompt.
                       10  Line 8 Column 10 value "Territory: ".
                       10  Line 9 Column 10 value "Effective Date: ".
                       10  Line 10 Column 10 value "Bracket Floor: ".
                   05  Display-Answers.
                       10  Line 8 Column 45 PIC X(2) FROM
                           TB-Territory.
                       10  Line 9 Column 45 PIC 9(8) FROM
                           TB-Effective-Date.
                       10  Line 10 Column 45 PIC 9(7) FROM
                           TB-Bracket-Floor.
                   05  Input-Prompt.
                       10  Line 11 Column 10 value
                           "Rate (thousandths): ".
                   05  Input-Answers
                       Auto.
                      10  Line 11 Column 45 PIC 9(3) USING TB-Rate.
                   05  Input-Prompt2.
                       10  Line 14 Column 10 value "Confirm (Y/N): ".
                   05  Input-Answers2
                       Auto.
                       10  Line 14 Column 45 PIC X(1) TO
                           WS-RefMaint-Confirm.
               01  StateTaxMaintScreen.
                   05  Blank Screen.
                   05  Line 4 Column 10 value
                       "State Tax Rate Maintenance".
                   05  Display-Prompt.
                       10  Line 8 Column 10 value "State: ".
                       10  Line 9 Column 10 value "Effective Date: ".
                   05  Display-Answers.
                       10  Line 8 Column 45 PIC X(2) FROM ST-State.
                       10  Line 9 Column 45 PIC 9(8) FROM
                           ST-Effective-Date.
                   05  Input-Prompt.
                       10  Line 10 Column 10 value
                           "Rate (thousandths): ".
                   05  Input-Answers
                       Auto.
                      10  Line 10 Column 45 PIC 9(3) USING ST-Rate.
                   05  Input-Prompt2.
                       10  Line 14 Column 10 value "Confirm (Y/N): ".
                   05  Input-Answers2
                       Auto.
                       10  Line 14 Column 45 PIC X(1) TO
                           WS-RefMaint-Confirm.
               01  HolidayMaintScreen.
                   05  Blank Screen.
                   05  Line 4 Column 10 value
                       "Holiday Calendar Maintenance".
                   05  Display-Prompt.
                       10  Line 8 Column 10 value "Holiday Date: ".
                   05  Display-Answers.
                       10  Line 8 Column 45 PIC 9(8) FROM HC-Date.
                   05  Input-Prompt.
                       10  Line 9 Column 10 value "Description: ".
                   05  Input-Answers
                       Auto.
                       10  Line 9 Column 45 PIC X(20) USING
                           HC-Description.
                   05  Input-Prompt2.
                       10  Line 14 Column 10 value "Confirm (Y/N): ".
                   05  Input-Answers2
                       Auto.
                       10  Line 14 Column 45 PIC X(1) TO
                           WS-RefMaint-Confirm.
               01  CompanyMaintScreen.
                   05  Blank Screen.
                   05  Line 4 Column 10 value
                       "Company Master Maintenance".
                   05  Display-Prompt.
                       10  Line 8 Column 10 value "Company Code: ".
                   05  Display-Answers.
                       10  Line 8 Column 45 PIC X(2) FROM
                           CM-Company-Code.
                   05  Input-Prompt.
                       10  Line 9 Column 10 value "Legal Name: ".
                       10  Line 10 Column 10 value "EIN: ".
                       10  Line 11 Column 10 value
                           "Funding Routing Number: ".
                       10  Line 12 Column 10 value
                           "Funding Account Number: ".
                   05  Input-Answers
                       Auto.
                       10  Line 9 Column 45 PIC X(30) USING
                           CM-Legal-Name.
                      10  Line 10 Column 45 PIC 9(9) USING CM-EIN.
                       10  Line 11 Column 45 PIC 9(9) USING
                           CM-Funding-Routing.
                       10  Line 12 Column 45 PIC X(17) USING
                           CM-Funding-Account.
                   05  Input-Prompt2.
                       10  Line 14 Column 10 value "Confirm (Y/N): ".
                   05  Input-Answers2
                       Auto.
                       10  Line 14 Column 45 PIC X(1) TO
                           WS-RefMaint-Confirm.
               01  CompClassMaintScreen.
                   05  Blank Screen.
                   05  Line 4 Column 10 value
                       "Workers' Comp Class Maintenance".
                   05  Display-Prompt.
                       10  Line 8 Column 10 value "Class Code: ".
                       10  Line 9 Column 10 value "Effective Date: ".
                   05  Display-Answers.
                       10  Line 8 Column 45 PIC X(4) FROM
                           WC-Class-Code.
                       10  Line 9 Column 45 PIC 9(8) FROM
                           WC-Effective-Date.
                   05  Input-Prompt.
                       10  Line 10 Column 10 value "Description: ".
                       10  Line 11 Column 10 value
                           "Rate Per 100 of Payroll: ".
                   05  Input-Answers
                       Auto.
                       10  Line 10 Column 45 PIC X(20) USING
                           WC-Description.
                       10  Line 11 Column 45 PIC 9(2)V99 USING
                           WC-Rate-Per-100.
                   05  Input-Prompt2.
                       10  Line 14 Column 10 value "Confirm (Y/N): ".
                   05  Input-Answers2
                       Auto.
                       10  Line 14 Column 45 PIC X(1) TO
                           WS-RefMaint-Confirm.
               01  BudgetMaintScreen.
                   05  Blank Screen.
                   05  Line 4 Column 10 value
                       "Office Budget Maintenance".
                   05  Display-Prompt.
                       10  Line 8 Column 10 value "Office Number: ".
                   05  Display-Answers.
                       10  Line 8 Column 45 PIC X(2) FROM BU-Office.
                   05  Input-Prompt.
                       10  Line 9 Column 10 value
                           "Budgeted Headcount: ".
                       10  Line 10 Column 10 value "Budgeted Cost: ".
                   05  Input-Answers
                       Auto.
                       10  Line 9 Column 45 PIC 9(5) USING
                           BU-Budget-Headcount.
                       10  Line 10 Column 45 PIC 9(9)V99 USING
                           BU-Budget-Cost.
                   05  Input-Prompt2.
                       10  Line 14 Column 10 value "Confirm (Y/N): ".
                   05  Input-Answers2
                       Auto.
                       10  Line 14 Column 45 PIC X(1) TO
                           WS-RefMaint-Confirm.
               01  ColaRateMaintScreen.
                   05  Blank Screen.
                   05  Line 4 Column 10 value
                       "COLA Rate Maintenance".
                   05  Display-Prompt.
                       10  Line 8 Column 10 value "Territory: ".
                       10  Line 9 Column 10 value "Effective Date: ".
                   05  Display-Answers.
                       10  Line 8 Column 45 PIC X(2) FROM
                           CR-Territory.
                       10  Line 9 Column 45 PIC 9(8) FROM
                           CR-Effective-Date.
                   05  Input-Prompt.
                       10  Line 10 Column 10 value
                           "COLA Rate (thousandths): ".
                   05  Input-Answers
                       Auto.
                       10  Line 10 Column 45 PIC 9(3) USING
                           CR-COLA-Rate.
                   05  Input-Prompt2.
                       10  Line 14 Column 10 value "Confirm (Y/N): ".
                   05  Input-Answers2
                       Auto.
                       10  Line 14 Column 45 PIC X(1) TO
                           WS-RefMaint-Confirm.
               01  ExchangeRateMaintScreen.
                   05  Blank Screen.
                   05  Line 4 Column 10 value
                       "Exchange Rate Maintenance".
                   05  Display-Prompt.
                       10  Line 8 Column 10 value "Currency Code: ".
                   05  Display-Answers.
                       10  Line 8 Column 45 PIC X(3) FROM
                           ER-CurrencyCode.
                   05  Input-Prompt.
                       10  Line 9 Column 10 value "Rate To USD: ".
                   05  Input-Answers
                       Auto.
                       10  Line 9 Column 45 PIC 9(3)V9999 USING
                           ER-Rate-To-USD.
                   05  Input-Prompt2.
                       10  Line 14 Column 10 value "Confirm (Y/N): ".
                   05  Input-Answers2
                       Auto.
                       10  Line 14 Column 45 PIC X(1) TO
                           WS-RefMaint-Confirm.
               01  RefMaintPendingScreen.
                   05  Blank Screen.
                   05  Line 4 Column 10 value
                       "This table change affects pay - entry queued".
                   05  Line 5 Column 10 value
                       "for second-operator approval.".
               01  RefApprovalScreen.
                   05  Blank Screen.
                   05  Line 4 Column 10 value
                       "Pending Reference Table Change".
                   05  Display-Prompt.
                       10  Line 8 Column 10 value "Action: ".
                       10  Line 9 Column 10 value "Table: ".
                       10  Line 10 Column 10 value "Submitted By: ".
                       10  Line 12 Column 10 value "Before: ".
                       10  Line 14 Column 10 value "After: ".
                   05  Display-Answers.
                       10  Line 8 Column 45  PIC X(6) FROM PA-Action.
                       10  Line 9 Column 45  PIC X(5) FROM
                           WS-RefMaint-Table-Name.
                       10  Line 10 Column 45 PIC X(8) FROM
                           PA-Submitted-By.
                       10  Line 13 Column 10 PIC X(67) FROM
                           WS-RefMaint-Before.
                       10  Line 15 Column 10 PIC X(67) FROM
                           WS-RefMaint-After.
                   05  Input-Prompt2.
                       10  Line 17 Column 10 value "Approve? (Y/N): ".
                   05  Input-Answers2
                       Auto.
                       10  Line 17 Column 46 PIC X(1) TO
                           WS-Approval-Answer.
               01  InquiryScreen.
                   05  Blank Screen.
                   05  Line 4 Column 10 value
                       10  Line 11 Column 45 PIC X(1) TO
                           DP-Beneficiary-Switch.

               01  W4Screen.
                   05  Blank Screen
                       Foreground-color Blue
                       Background-color Cyan.
                   05  Line 4 Column 10 value
                       "W-4 Withholding Election - zero Effective".
                   05  Line 5 Column 10 value
                       "Date leaves the election unchanged".
                   05  Line 6 Column 10 value
                       "Current election dated: ".
                   05  Line 6 Column 45 PIC 9(8) FROM
                       WS-W4-Current-Date.
                   05  Input-Prompt.
                       10  Line 8 Column 10 value
                           "Effective Date (YYYYMMDD): ".
                       10  Line 9 Column 10 value
                           "Filing Status (S/M/H): ".
                       10  Line 10 Column 10 value
                           "Dependents Credit (annual): ".
                       10  Line 11 Column 10 value
                           "Other Income (annual): ".
                       10  Line 12 Column 10 value
                           "Extra Withholding Per Period: ".
                       10  Line 13 Column 10 value "Exempt (Y/N): ".
                   05  Input-Answers
                       Auto.
                       10  Line 8 Column 45 PIC 9(8) USING
                           W4-Effective-Date.
                       10  Line 9 Column 45 PIC X(1) USING
                           W4-Filing-Status.
                       10  Line 10 Column 45 PIC 9(5)V99 USING
                           W4-Dependents-Credit.
                       10  Line 11 Column 45 PIC 9(7)V99 USING
                           W4-Other-Income.
                       10  Line 12 Column 45 PIC 9(5)V99 USING
                           W4-Extra-Withholding.
                       10  Line 13 Column 45 PIC X(1) USING
                           W4-Exempt-Flag.

               01  I9Screen.
                   05  Blank Screen
                       Foreground-color Blue
                       Background-color Cyan.
                   05  Line 4 Column 10 value
                       "Form I-9 Verification - blank Document Type".
                   05  Line 5 Column 10 value
                       "leaves the I-9 record unchanged".
                   05  Line 6 Column 10 value
                       "Section 2 on file dated: ".
                   05  Line 6 Column 45 PIC 9(8) FROM
                       WS-I9-Current-Date.
                   05  Input-Prompt.
                       10  Line 8 Column 10 value
                           "Document Type (US/PR/EA/FP/LC): ".
                       10  Line 9 Column 10 value
                           "Section 2 Completed (YYYYMMDD): ".
                       10  Line 10 Column 10 value
                           "Work Auth Expires (0 = none): ".
                   05  Input-Answers
                       Auto.
                       10  Line 8 Column 45 PIC X(2) USING
                           I9-Document-Type.
                       10  Line 9 Column 45 PIC 9(8) USING
                           I9-Section2-Date.
                       10  Line 10 Column 45 PIC 9(8) USING
                           I9-Auth-Expiration-Date.

               01  BirthDateScreen.
                   05  Blank Screen
                       Foreground-color Blue
                       Background-color Cyan.
                   05  Line 4 Column 10 value
                       "Date of Birth - zero leaves the date on".
                   05  Line 5 Column 10 value
                       "file unchanged".
                   05  Line 6 Column 10 value
                       "Date of birth on file: ".
                   05  Line 6 Column 45 PIC 9(8) FROM
                       WS-Birth-Current-Date.
                   05  Input-Prompt.
                       10  Line 8 Column 10 value
                           "Date of Birth (YYYYMMDD): ".
                   05  Input-Answers
                       Auto.
                       10  Line 8 Column 45 PIC 9(8) USING
                           BD-Date-Of-Birth.
               01  I9LateScreen.
                   05  Blank Screen.
                   05  Line 4 Column 10 value
                       "Warning - I-9 Section 2 is past the three".
                   05  Line 5 Column 10 value
                       "business day deadline after hire: ".
                   05  Line 5 Column 45 PIC 9(8) FROM
                       WS-I9-Deadline.


       Procedure Division.
           Initilization.
                                   PERFORM 194-Process-Retro-Adjustments
                               WHEN Mode-Verify-Intake
                                   PERFORM 178-Process-Verify-Intake
                               WHEN Mode-RefTable-Maint
                                   PERFORM 710-Accept-RefMaint-Entries
                                       UNTIL WS-Entry-Done
                               WHEN OTHER
                                   PERFORM 150-Accept-Employee-Entries
                                       UNTIL WS-Entry-Done
               CALL "Validations" USING ExchRate-Status, "CHAPTER6-2"
               END-IF
               PERFORM 131-Seed-Exchange-Rates
               OPEN EXTEND RateChangeReport
               IF WS-RateChg-Status NOT = "00"
                   OPEN OUTPUT RateChangeReport
               END-IF
               OPEN I-O DeductCodeFile
               CALL "Validations" USING DeductCode-Status, "CHAPTER6-2"
               IF DeductCode-Status = "35"
               CALL "Validations" USING StateTax-Status, "CHAPTER6-2"
               END-IF
               PERFORM 127-Seed-State-Tax-Rates
               OPEN I-O TaxYearFile
               CALL "Validations" USING TaxYear-Status, "CHAPTER6-2"
               IF TaxYear-Status = "35"
                   OPEN OUTPUT TaxYearFile
                   CLOSE TaxYearFile
                   OPEN I-O TaxYearFile
               CALL "Validations" USING TaxYear-Status, "CHAPTER6-2"
               END-IF
               PERFORM 174-Seed-Tax-Years
               OPEN I-O MailerSentLogFile
               CALL "Validations" USING MailSent-Status, "CHAPTER6-2"
               IF MailSent-Status = "35"
                   OPEN I-O RetroHistoryFile
               CALL "Validations" USING RetroHist-Status, "CHAPTER6-2"
               END-IF
               OPEN I-O CompHistoryFile
               CALL "Validations" USING CompHist-Status, "CHAPTER6-2"
               IF CompHist-Status = "35"
                   OPEN OUTPUT CompHistoryFile
                   CLOSE CompHistoryFile
                   OPEN I-O CompHistoryFile
               CALL "Validations" USING CompHist-Status, "CHAPTER6-2"
               END-IF
               IF Mode-Retro-Adjust
                   OPEN EXTEND SupplementalPayFile
                   IF WS-SuppPay-Status NOT = "00"
                   OPEN I-O PtoAccrualFile
               CALL "Validations" USING PtoAccr-Status, "CHAPTER6-2"
               END-IF
               OPEN I-O W4ElectionFile
               CALL "Validations" USING W4Elect-Status, "CHAPTER6-2"
               IF W4Elect-Status = "35"
                   OPEN OUTPUT W4ElectionFile
                   CLOSE W4ElectionFile
                   OPEN I-O W4ElectionFile
               CALL "Validations" USING W4Elect-Status, "CHAPTER6-2"
               END-IF
               OPEN I-O I9AuthFile
               CALL "Validations" USING I9Auth-Status, "CHAPTER6-2"
               IF I9Auth-Status = "35"
                   OPEN OUTPUT I9AuthFile
                   CLOSE I9AuthFile
                   OPEN I-O I9AuthFile
               CALL "Validations" USING I9Auth-Status, "CHAPTER6-2"
               END-IF
               OPEN I-O EmployeeBirthFile
               CALL "Validations" USING EmpBirth-Status, "CHAPTER6-2"
               IF EmpBirth-Status = "35"
                   OPEN OUTPUT EmployeeBirthFile
                   CLOSE EmployeeBirthFile
                   OPEN I-O EmployeeBirthFile
               CALL "Validations" USING EmpBirth-Status, "CHAPTER6-2"
               END-IF
               OPEN I-O BankHoldFile
               CALL "Validations" USING BankHold-Status, "CHAPTER6-2"
               IF BankHold-Status = "35"
                   OPEN OUTPUT BankHoldFile
                   CLOSE BankHoldFile
                   OPEN I-O BankHoldFile
               CALL "Validations" USING BankHold-Status, "CHAPTER6-2"
               END-IF
               OPEN I-O LoanFile
               CALL "Validations" USING Loan-Status, "CHAPTER6-2"
               IF Loan-Status = "35"
                   OPEN OUTPUT LoanFile
                   CLOSE LoanFile
                   OPEN I-O LoanFile
               CALL "Validations" USING Loan-Status, "CHAPTER6-2"
               END-IF
               OPEN I-O PositionFile
               CALL "Validations" USING Position-Status, "CHAPTER6-2"
               IF Position-Status = "35"
                   OPEN OUTPUT PositionFile
                   CLOSE PositionFile
                   OPEN I-O PositionFile
               CALL "Validations" USING Position-Status, "CHAPTER6-2"
               END-IF
               OPEN EXTEND CobraNoticeFile
               IF WS-CobraNtc-Status NOT = "00"
                   OPEN OUTPUT CobraNoticeFile
                   OPEN I-O BudgetFile
               CALL "Validations" USING Budget-Status, "CHAPTER6-2"
               END-IF
               PERFORM 123-Seed-Budget-File
               PERFORM 104-Load-Life-Plans.

           123-Seed-Budget-File.
               OPEN INPUT BudgetLoadFile
               END-WRITE
               PERFORM 124-Read-Budget-Load-Record.

      * Each LifePlanFile line names a life deduction code, the
      * multiple of AnnualSalary its coverage pays (9(2)V9) and the
      * most coverage the plan pays in whole dollars (zero for none).
           104-Load-Life-Plans.
               MOVE 0 TO WS-Life-Plan-Count
               OPEN INPUT LifePlanFile
               IF WS-LifePlan-Status = "00"
                   PERFORM 105-Read-Life-Plan-Record
                   PERFORM 108-Store-Life-Plan
                       UNTIL WS-LifePlan-Status NOT = "00"
                   CLOSE LifePlanFile
               END-IF.

           105-Read-Life-Plan-Record.
               READ LifePlanFile
                   AT END
                       MOVE "10" TO WS-LifePlan-Status
               END-READ.

           108-Store-Life-Plan.
               IF WS-Life-Plan-Count < 20
                   ADD 1 TO WS-Life-Plan-Count
                   MOVE LP-Deduction-Code
                       TO LT-Deduction-Code (WS-Life-Plan-Count)
                   MOVE LP-Salary-Multiple
                       TO LT-Salary-Multiple (WS-Life-Plan-Count)
                   MOVE LP-Maximum-Coverage
                       TO LT-Maximum-Coverage (WS-Life-Plan-Count)
               END-IF
               PERFORM 105-Read-Life-Plan-Record.

           186-Seed-Comp-Classes.
               OPEN INPUT WorkCompLoadFile
               IF WS-CompClsLoad-Status = "00"
               END-READ.

           189-Write-CompCls-Load-Record.
               IF WL-Effective-Date IS NUMERIC
                   MOVE WL-Effective-Date TO WS-Load-Effective-Date
               ELSE
                   MOVE 0 TO WS-Load-Effective-Date
               END-IF
               MOVE "COMP CLASS" TO RC-Table
               MOVE WL-Class-Code TO RC-Key
               MOVE WL-Description TO WS-RC-Comp-Description
               MOVE WL-Rate-Per-100 TO WS-RC-Comp-Rate-Edit
               MOVE WS-RC-Comp-Value TO RC-New-Value
               MOVE "(none)" TO RC-Old-Value
               MOVE WL-Class-Code TO WC-Class-Code
               MOVE WS-Load-Effective-Date TO WC-Effective-Date
               READ WorkCompClassFile
                   INVALID KEY
                       SET WS-Load-New-Version TO TRUE
                       IF WS-Load-Effective-Date > 0
                           MOVE WL-Class-Code TO WS-Rate-Code
                           COMPUTE WS-Rate-As-Of-Date =
                               WS-Load-Effective-Date - 1
                           PERFORM 440-Find-Comp-Class-Version
                           IF WS-Rate-Version-Found
                               PERFORM 107-Show-Old-Comp-Class
                           END-IF
                       END-IF
                   NOT INVALID KEY
                       SET WS-Load-Correction TO TRUE
                       PERFORM 107-Show-Old-Comp-Class
               END-READ
               IF WS-Load-New-Version
                       OR WC-Description NOT = WL-Description
                       OR WC-Rate-Per-100 NOT = WL-Rate-Per-100
                   PERFORM 101-Check-Load-Period-Lock
                   PERFORM 103-Write-Rate-Change-Line
                   IF WS-Load-Period-Open
                       MOVE WL-Class-Code TO WC-Class-Code
                       MOVE WS-Load-Effective-Date TO WC-Effective-Date
                       MOVE WL-Description TO WC-Description
                       MOVE WL-Rate-Per-100 TO WC-Rate-Per-100
                       IF WS-Load-Correction
                           REWRITE WorkCompClassRecord
                               INVALID KEY
                                   CONTINUE
                           END-REWRITE
                       ELSE
                           WRITE WorkCompClassRecord
                               INVALID KEY
                                   CONTINUE
                           END-WRITE
                       END-IF
                   END-IF
               END-IF
               PERFORM 188-Read-CompCls-Load-Record.

           107-Show-Old-Comp-Class.
               MOVE WC-Description TO WS-RC-Comp-Description
               MOVE WC-Rate-Per-100 TO WS-RC-Comp-Rate-Edit
               MOVE WS-RC-Comp-Value TO RC-Old-Value.

           135-Seed-Company-Master.
               OPEN INPUT CompanyLoadFile
               IF WS-CompLoad-Status = "00"
                   PERFORM 136-Read-Company-Load-Record
               END-READ.

           132-Write-StateTax-Load-Record.
               IF SX-Effective-Date IS NUMERIC
                   MOVE SX-Effective-Date TO WS-Load-Effective-Date
               ELSE
                   MOVE 0 TO WS-Load-Effective-Date
               END-IF
               MOVE "STATE TAX" TO RC-Table
               MOVE SX-State TO RC-Key
               COMPUTE WS-RC-Rate-Edit = SX-Rate / 1000
               MOVE WS-RC-Rate-Value TO RC-New-Value
               MOVE "(none)" TO RC-Old-Value
               MOVE SX-State TO ST-State
               MOVE WS-Load-Effective-Date TO ST-Effective-Date
               READ StateTaxFile
                   INVALID KEY
                       SET WS-Load-New-Version TO TRUE
                       IF WS-Load-Effective-Date > 0
                           MOVE SX-State TO WS-Rate-Code
                           COMPUTE WS-Rate-As-Of-Date =
                               WS-Load-Effective-Date - 1
                           PERFORM 438-Find-State-Tax-Version
                           IF WS-Rate-Version-Found
                               COMPUTE WS-RC-Rate-Edit = ST-Rate / 1000
                               MOVE WS-RC-Rate-Value TO RC-Old-Value
                           END-IF
                       END-IF
                   NOT INVALID KEY
                       SET WS-Load-Correction TO TRUE
                       COMPUTE WS-RC-Rate-Edit = ST-Rate / 1000
                       MOVE WS-RC-Rate-Value TO RC-Old-Value
               END-READ
               IF WS-Load-New-Version OR ST-Rate NOT = SX-Rate
                   PERFORM 101-Check-Load-Period-Lock
                   PERFORM 103-Write-Rate-Change-Line
                   IF WS-Load-Period-Open
                       MOVE SX-State TO ST-State
                       MOVE WS-Load-Effective-Date TO ST-Effective-Date
                       MOVE SX-Rate TO ST-Rate
                       IF WS-Load-Correction
                           REWRITE StateTaxRecord
                               INVALID KEY
                                   CONTINUE
                           END-REWRITE
                       ELSE
                           WRITE StateTaxRecord
                               INVALID KEY
                                   CONTINUE
                           END-WRITE
                       END-IF
                   END-IF
               END-IF
               PERFORM 129-Read-StateTax-Load-Record.

           174-Seed-Tax-Years.
               OPEN INPUT TaxYearLoadFile
               IF WS-TaxYearLoad-Status = "00"
                   PERFORM 176-Read-TaxYear-Load-Record
                   PERFORM 180-Write-TaxYear-Load-Record
                       UNTIL WS-TaxYearLoad-Status NOT = "00"
                   CLOSE TaxYearLoadFile
               END-IF.

           176-Read-TaxYear-Load-Record.
               READ TaxYearLoadFile
                   AT END
                       MOVE "10" TO WS-TaxYearLoad-Status
               END-READ.

           180-Write-TaxYear-Load-Record.
               INITIALIZE TaxYearRecord
               MOVE TYL-Year TO TY-Year
               MOVE TYL-SocSec-Wage-Base TO TY-SocSec-Wage-Base
               MOVE TYL-SocSec-Rate TO TY-SocSec-Rate
               MOVE TYL-Medicare-Rate TO TY-Medicare-Rate
               WRITE TaxYearRecord
                   INVALID KEY
                       REWRITE TaxYearRecord
                           INVALID KEY
                               CONTINUE
                       END-REWRITE
               END-WRITE
               PERFORM 176-Read-TaxYear-Load-Record.

           118-Seed-Tax-Brackets.
               OPEN INPUT TaxBracketLoadFile
               END-READ.

           122-Write-TaxBr-Load-Record.
               IF TBL-Effective-Date IS NUMERIC
                   MOVE TBL-Effective-Date TO WS-Load-Effective-Date
               ELSE
                   MOVE 0 TO WS-Load-Effective-Date
               END-IF
               MOVE "TAX BRACKET" TO RC-Table
               MOVE SPACES TO RC-Key
               STRING TBL-Territory " " TBL-Bracket-Floor
                   DELIMITED BY SIZE INTO RC-Key
               COMPUTE WS-RC-Rate-Edit = TBL-Rate / 1000
               MOVE WS-RC-Rate-Value TO RC-New-Value
               MOVE "(none)" TO RC-Old-Value
               MOVE TBL-Territory TO TB-Territory
               MOVE WS-Load-Effective-Date TO TB-Effective-Date
               MOVE TBL-Bracket-Floor TO TB-Bracket-Floor
               READ TaxBracketFile
                   INVALID KEY
                       SET WS-Load-New-Version TO TRUE
                       IF WS-Load-Effective-Date > 0
                           MOVE TBL-Territory TO WS-Rate-Code
                           COMPUTE WS-Rate-As-Of-Date =
                               WS-Load-Effective-Date - 1
                           MOVE TBL-Bracket-Floor TO WS-Rate-Floor
                           PERFORM 441-Find-Bracket-Version
                           IF WS-Rate-Version-Found
                               COMPUTE WS-RC-Rate-Edit = TB-Rate / 1000
                               MOVE WS-RC-Rate-Value TO RC-Old-Value
                           END-IF
                       END-IF
                   NOT INVALID KEY
                       SET WS-Load-Correction TO TRUE
                       COMPUTE WS-RC-Rate-Edit = TB-Rate / 1000
                       MOVE WS-RC-Rate-Value TO RC-Old-Value
               END-READ
               IF WS-Load-New-Version OR TB-Rate NOT = TBL-Rate
                   PERFORM 101-Check-Load-Period-Lock
                   PERFORM 103-Write-Rate-Change-Line
                   IF WS-Load-Period-Open
                       MOVE TBL-Territory TO TB-Territory
                       MOVE WS-Load-Effective-Date TO TB-Effective-Date
                       MOVE TBL-Bracket-Floor TO TB-Bracket-Floor
                       MOVE TBL-Rate TO TB-Rate
                       IF WS-Load-Correction
                           REWRITE TaxBracketRecord
                               INVALID KEY
                                   CONTINUE
                           END-REWRITE
                       ELSE
                           WRITE TaxBracketRecord
                               INVALID KEY
                                   CONTINUE
                           END-WRITE
                       END-IF
                   END-IF
               END-IF
               PERFORM 119-Read-TaxBr-Load-Record.

           142-Seed-Garnish-Orders.
               END-READ.

           141-Write-DeductCode-Load-Record.
               IF DL-Effective-Date IS NUMERIC
                   MOVE DL-Effective-Date TO WS-Load-Effective-Date
               ELSE
                   MOVE 0 TO WS-Load-Effective-Date
               END-IF
               MOVE "DEDUCT CODE" TO RC-Table
               MOVE DL-Code TO RC-Key
               MOVE DL-Description TO WS-RC-Deduct-Description
               MOVE DL-Tax-Class TO WS-RC-Deduct-Tax-Class
               MOVE WS-RC-Deduct-Value TO RC-New-Value
               MOVE "(none)" TO RC-Old-Value
               MOVE DL-Code TO DC-Code
               MOVE WS-Load-Effective-Date TO DC-Effective-Date
               READ DeductCodeFile
                   INVALID KEY
                       SET WS-Load-New-Version TO TRUE
                       IF WS-Load-Effective-Date > 0
                           MOVE DL-Code TO WS-Rate-Code
                           COMPUTE WS-Rate-As-Of-Date =
                               WS-Load-Effective-Date - 1
                           PERFORM 439-Find-Deduct-Code-Version
                           IF WS-Rate-Version-Found
                               PERFORM 106-Show-Old-Deduct-Code
                           END-IF
                       END-IF
                   NOT INVALID KEY
                       SET WS-Load-Correction TO TRUE
                       PERFORM 106-Show-Old-Deduct-Code
               END-READ
               IF WS-Load-New-Version
                       OR DC-Description NOT = DL-Description
                       OR DC-Tax-Class NOT = DL-Tax-Class
                   PERFORM 101-Check-Load-Period-Lock
                   PERFORM 103-Write-Rate-Change-Line
                   IF WS-Load-Period-Open
                       MOVE DL-Code TO DC-Code
                       MOVE WS-Load-Effective-Date TO DC-Effective-Date
                       MOVE DL-Description TO DC-Description
                       MOVE DL-Tax-Class TO DC-Tax-Class
                       IF WS-Load-Correction
                           REWRITE DeductCodeRecord
                               INVALID KEY
                                   CONTINUE
                           END-REWRITE
                       ELSE
                           WRITE DeductCodeRecord
                               INVALID KEY
                                   CONTINUE
                           END-WRITE
                       END-IF
                   END-IF
               END-IF
               PERFORM 139-Read-DeductCode-Load-Record.

           106-Show-Old-Deduct-Code.
               MOVE DC-Description TO WS-RC-Deduct-Description
               MOVE DC-Tax-Class TO WS-RC-Deduct-Tax-Class
               MOVE WS-RC-Deduct-Value TO RC-Old-Value.

      *****************************************************************
      * Rate table versions.  A load record may carry the date its    *
      * rate takes effect; one without a date loads the base version. *
      * A version takes effect for every period from its date on, so  *
      * one dated on or before a closed period would change pay that  *
      * has already been locked - it is rejected.  Every version      *
      * written or rejected is listed, old value against new, on the  *
      * rate change report.                                           *
      *****************************************************************
           101-Check-Load-Period-Lock.
               SET WS-Load-Period-Open TO TRUE
               SET WS-Load-Lock-Not-Eof TO TRUE
               MOVE WS-Load-Effective-Date TO PL-Period-Date
               START PeriodLockFile
                       KEY IS GREATER THAN OR EQUAL PL-Period-Date
                   INVALID KEY
                       SET WS-Load-Lock-Eof TO TRUE
               END-START
               PERFORM 102-Scan-Load-Period-Lock
                   UNTIL WS-Load-Lock-Eof
                       OR WS-Load-Period-Closed.

           102-Scan-Load-Period-Lock.
               READ PeriodLockFile NEXT RECORD
                   AT END
                       SET WS-Load-Lock-Eof TO TRUE
                   NOT AT END
                       IF PL-Period-Closed
                           SET WS-Load-Period-Closed TO TRUE
                       END-IF
               END-READ.

           103-Write-Rate-Change-Line.
               IF NOT WS-RateChg-Heading-Done
                   SET WS-RateChg-Heading-Done TO TRUE
                   CALL "DateFormat" USING LK_Current_Date
                   MOVE LK_Current_Date TO WS-Rate-Today
                   MOVE WS-Rate-Today TO RC-Run-Date
                   MOVE SPACES TO RateChangePrintLine
                   WRITE RateChangePrintLine FROM RateChangeHeading
                       AFTER ADVANCING PAGE
                   WRITE RateChangePrintLine
                       FROM RateChangeColumnHeadings
                       AFTER ADVANCING 2
               END-IF
               IF WS-Load-Effective-Date = 0
                   MOVE "Base" TO RC-Effective-Date
               ELSE
                   MOVE WS-Load-Effective-Date TO WS-RC-Date-Edit
                   MOVE WS-RC-Date-Edit TO RC-Effective-Date
               END-IF
               IF WS-Load-Period-Closed
                   MOVE "REJECTED - CLOSED PERIOD" TO RC-Action
               ELSE
                   EVALUATE TRUE
                       WHEN WS-Load-Correction
                           MOVE "CORRECTED" TO RC-Action
                       WHEN WS-Load-Removal
                           MOVE "VERSION DELETED" TO RC-Action
                       WHEN OTHER
                           MOVE "NEW VERSION" TO RC-Action
                   END-EVALUATE
               END-IF
               WRITE RateChangePrintLine FROM RateChangeDetailLine
                   AFTER ADVANCING 1.

           120-Read-Approval-Threshold.
               OPEN INPUT ApprovalThresholdFile
               IF WS-ApprThresh-Status = "00"
                               PERFORM 400-Write-Records
                               IF WS-Entry-Valid
                                   PERFORM 250-Maintain-Dependents
                                   PERFORM 280-Maintain-I9-Record
                                   PERFORM 290-Maintain-Birth-Date
                               END-IF
                           END-IF
                       END-IF

           155-Accept-Update-Entries.
               INITIALIZE EmployeeRecords
               MOVE SPACES TO WS-Change-Reason
               DISPLAY MainScreen
               ACCEPT MainScreen
                   ON EXCEPTION
                   IF TerritoryNumber = "??"
                       PERFORM 175-TerrOff-Lookup-Entries
                   END-IF
                   MOVE FUNCTION UPPER-CASE(WS-Change-Reason)
                       TO WS-Change-Reason
                   PERFORM 800-Validations
                   IF WS-Entry-Valid
                       PERFORM 806-Check-Change-Reason
                   END-IF
                   IF WS-Entry-Valid
                       PERFORM 420-Apply-COLA
                       PERFORM 410-Compute-Gross-Pay
                           PERFORM 450-Rewrite-Record
                           IF WS-Entry-Valid
                               PERFORM 250-Maintain-Dependents
                               PERFORM 270-Maintain-W4-Election
                               PERFORM 280-Maintain-I9-Record
                               PERFORM 290-Maintain-Birth-Date
                           END-IF
                       END-IF
                   END-IF
               MOVE WS-Operator-Id TO PA-Submitted-By
               CALL "DateFormat" USING LK_Current_Date
               MOVE LK_Current_Date TO PA-Submitted-Date
               PERFORM 882-Encode-Bank-Accounts
               MOVE EmployeeRecords TO PA-Employee-Record
               MOVE WS-Change-Reason TO PA-Reason-Code
               MOVE WS-Trans-Effective-Date TO PA-Effective-Date
               WRITE PendingApprovalRecord
                   INVALID KEY
                       CONTINUE
                   AT END
                       SET WS-Approval-Eof TO TRUE
                   NOT AT END
                       IF PA-RefTable-Action
                           PERFORM 766-Review-RefMaint-Pending
                       ELSE
                           PERFORM 762-Review-Employee-Pending
                       END-IF
               END-READ.

           762-Review-Employee-Pending.
               MOVE PA-Employee-Record TO EmployeeRecords
               SET WS-Entry-Valid TO TRUE
               IF PA-Submitted-By = WS-Operator-Id
                   DISPLAY SelfApprovalScreen
               ELSE
                   DISPLAY ApprovalScreen
                   ACCEPT ApprovalScreen
                       ON EXCEPTION
                           CONTINUE
                   END-ACCEPT
                   PERFORM 193-Apply-Pending-Decision
               END-IF.

           193-Apply-Pending-Decision.
               IF WS-Approval-Answer = "Y" OR WS-Approval-Answer = "y"
                   IF PA-Action = "ADD"
                       IF WS-Entry-Valid
                           MOVE PA-Employee-Record TO EmployeeRecords
                       END-IF
                       MOVE PA-Reason-Code TO WS-Change-Reason
                       MOVE PA-Effective-Date
                           TO WS-Trans-Effective-Date
                       MOVE "UPDATE" TO WS-Audit-Action
                       PERFORM 450-Rewrite-Record
                       MOVE 0 TO WS-Trans-Effective-Date
                   END-IF
                   IF WS-Entry-Invalid
                       DISPLAY ErrorScreen
                       CONTINUE
               END-DELETE.

      *****************************************************************
      * Reference table maintenance.  Each entry names the table, the *
      * action and the key; the table's own screen then shows the     *
      * entry for inquiry, delete or change, or a blank one to add.   *
      * A blank table code ends the session.  Changes to the tables   *
      * that feed pay go to the approval queue for a second operator; *
      * the rest are applied at once.  Either way the before and      *
      * after images are written to AuditLog.                        *
      *****************************************************************
           710-Accept-RefMaint-Entries.
               MOVE SPACES TO WS-RefMaint-Table
               MOVE SPACES TO WS-RefMaint-Action
               MOVE SPACES TO WS-RefMaint-Key-Code
               MOVE 0 TO WS-RefMaint-Key-Date
               MOVE 0 TO WS-RefMaint-Key-Floor
               SET WS-Entry-Valid TO TRUE
               DISPLAY RefMaintMenuScreen
               ACCEPT RefMaintMenuScreen
                   ON EXCEPTION
                       SET WS-Entry-Done TO TRUE
               END-ACCEPT
               IF NOT WS-Entry-Done
                   IF WS-RefMaint-Table = SPACES
                       SET WS-Entry-Done TO TRUE
                   ELSE
                       PERFORM 712-Process-RefMaint-Entry
                       IF WS-Entry-Invalid
                           DISPLAY ErrorScreen
                       END-IF
                   END-IF
               END-IF.

           712-Process-RefMaint-Entry.
               PERFORM 714-Set-RefMaint-Table
               IF WS-Entry-Valid
                   PERFORM 715-Check-RefMaint-Key
               END-IF
               IF WS-Entry-Valid
                   PERFORM 716-Find-RefMaint-Entry
               END-IF
               IF WS-Entry-Valid
                   PERFORM 720-Show-RefMaint-Screen
                   IF NOT RefMaint-Inquiry-Requested
                       PERFORM 722-Edit-RefMaint-Entry
                   END-IF
               END-IF.

           714-Set-RefMaint-Table.
               EVALUATE TRUE
                   WHEN RefMaint-Deduct-Codes
                       MOVE "DEDCD" TO WS-RefMaint-Table-Name
                       MOVE 31 TO WS-RefMaint-Length
                   WHEN RefMaint-Tax-Brackets
                       MOVE "TXBRK" TO WS-RefMaint-Table-Name
                       MOVE 20 TO WS-RefMaint-Length
                   WHEN RefMaint-State-Tax
                       MOVE "STTAX" TO WS-RefMaint-Table-Name
                       MOVE 13 TO WS-RefMaint-Length
                   WHEN RefMaint-Holidays
                       MOVE "HOLID" TO WS-RefMaint-Table-Name
                       MOVE 28 TO WS-RefMaint-Length
                   WHEN RefMaint-Companies
                       MOVE "COMPY" TO WS-RefMaint-Table-Name
                       MOVE 67 TO WS-RefMaint-Length
                   WHEN RefMaint-Comp-Classes
                       MOVE "WCCLS" TO WS-RefMaint-Table-Name
                       MOVE 36 TO WS-RefMaint-Length
                   WHEN RefMaint-Budgets
                       MOVE "BUDGT" TO WS-RefMaint-Table-Name
                       MOVE 18 TO WS-RefMaint-Length
                   WHEN RefMaint-Cola-Rates
                       MOVE "COLA " TO WS-RefMaint-Table-Name
                       MOVE 13 TO WS-RefMaint-Length
                   WHEN RefMaint-Exchange-Rates
                       MOVE "EXCHR" TO WS-RefMaint-Table-Name
                       MOVE 10 TO WS-RefMaint-Length
                   WHEN OTHER
                       SET WS-Entry-Invalid TO TRUE
                       MOVE "Table must be D, B, S, H, C, W, G, L or E"
                           TO WS-Reject-Reason
               END-EVALUATE
               IF WS-Entry-Valid
                   IF NOT RefMaint-Add-Requested
                           AND NOT RefMaint-Change-Requested
                           AND NOT RefMaint-Delete-Requested
                           AND NOT RefMaint-Inquiry-Requested
                       SET WS-Entry-Invalid TO TRUE
                       MOVE "Action must be A, C, D, or I"
                           TO WS-Reject-Reason
                   END-IF
               END-IF.

           715-Check-RefMaint-Key.
               IF RefMaint-Holidays
                   IF WS-RefMaint-Key-Date (5:2) < "01"
                           OR WS-RefMaint-Key-Date (5:2) > "12"
                           OR WS-RefMaint-Key-Date (7:2) < "01"
                           OR WS-RefMaint-Key-Date (7:2) > "31"
                       SET WS-Entry-Invalid TO TRUE
                       MOVE "Holiday date must be a valid YYYYMMDD"
                           TO WS-Reject-Reason
                   END-IF
               ELSE
                   IF WS-RefMaint-Key-Code = SPACES
                       SET WS-Entry-Invalid TO TRUE
                       MOVE "A table code is required"
                           TO WS-Reject-Reason
                   END-IF
               END-IF
               IF WS-Entry-Valid AND RefMaint-Add-Requested
                   IF RefMaint-Tax-Brackets OR RefMaint-Cola-Rates
                       PERFORM 719-Check-RefMaint-Territory
                   END-IF
               END-IF.

           716-Find-RefMaint-Entry.
               PERFORM 717-Set-RefMaint-Key
               PERFORM 718-Read-RefMaint-Record
               IF RefMaint-Add-Requested
                   IF WS-RefMaint-Found
                       SET WS-Entry-Invalid TO TRUE
                       MOVE "Table entry already on file"
                           TO WS-Reject-Reason
                   ELSE
                       PERFORM 717-Set-RefMaint-Key
                       MOVE SPACES TO WS-RefMaint-Before
                   END-IF
               ELSE
                   IF WS-RefMaint-Not-Found
                       SET WS-Entry-Invalid TO TRUE
                       MOVE "Table entry not on file"
                           TO WS-Reject-Reason
                   ELSE
                       PERFORM 759-Save-RefMaint-Record
                       MOVE WS-RefMaint-Image TO WS-RefMaint-Before
                   END-IF
               END-IF.

           717-Set-RefMaint-Key.
               EVALUATE TRUE
                   WHEN RefMaint-Deduct-Codes
                       INITIALIZE DeductCodeRecord
                       MOVE WS-RefMaint-Key-Code TO DC-Code
                       MOVE WS-RefMaint-Key-Date TO DC-Effective-Date
                   WHEN RefMaint-Tax-Brackets
                       INITIALIZE TaxBracketRecord
                       MOVE WS-RefMaint-Key-Code TO TB-Territory
                       MOVE WS-RefMaint-Key-Date TO TB-Effective-Date
                       MOVE WS-RefMaint-Key-Floor TO TB-Bracket-Floor
                   WHEN RefMaint-State-Tax
                       INITIALIZE StateTaxRecord
                       MOVE WS-RefMaint-Key-Code TO ST-State
                       MOVE WS-RefMaint-Key-Date TO ST-Effective-Date
                   WHEN RefMaint-Holidays
                       INITIALIZE HolidayCalRecord
                       MOVE WS-RefMaint-Key-Date TO HC-Date
                   WHEN RefMaint-Companies
                       INITIALIZE CompanyMasterRecord
                       MOVE WS-RefMaint-Key-Code TO CM-Company-Code
                   WHEN RefMaint-Comp-Classes
                       INITIALIZE WorkCompClassRecord
                       MOVE WS-RefMaint-Key-Code TO WC-Class-Code
                       MOVE WS-RefMaint-Key-Date TO WC-Effective-Date
                   WHEN RefMaint-Budgets
                       INITIALIZE BudgetRecord
                       MOVE WS-RefMaint-Key-Code TO BU-Office
                   WHEN RefMaint-Cola-Rates
                       INITIALIZE ColaRateRecord
                       MOVE WS-RefMaint-Key-Code TO CR-Territory
                       MOVE WS-RefMaint-Key-Date TO CR-Effective-Date
                   WHEN RefMaint-Exchange-Rates
                       INITIALIZE ExchangeRateRecord
                       MOVE WS-RefMaint-Key-Code TO ER-CurrencyCode
               END-EVALUATE.

           718-Read-RefMaint-Record.
               SET WS-RefMaint-Found TO TRUE
               EVALUATE TRUE
                   WHEN RefMaint-Deduct-Codes
                       READ DeductCodeFile
                           INVALID KEY
                               SET WS-RefMaint-Not-Found TO TRUE
                       END-READ
                   WHEN RefMaint-Tax-Brackets
                       READ TaxBracketFile
                           INVALID KEY
                               SET WS-RefMaint-Not-Found TO TRUE
                       END-READ
                   WHEN RefMaint-State-Tax
                       READ StateTaxFile
                           INVALID KEY
                               SET WS-RefMaint-Not-Found TO TRUE
                       END-READ
                   WHEN RefMaint-Holidays
                       READ HolidayCalFile
                           INVALID KEY
                               SET WS-RefMaint-Not-Found TO TRUE
                       END-READ
                   WHEN RefMaint-Companies
                       READ CompanyMasterFile
                           INVALID KEY
                               SET WS-RefMaint-Not-Found TO TRUE
                       END-READ
                   WHEN RefMaint-Comp-Classes
                       READ WorkCompClassFile
                           INVALID KEY
                               SET WS-RefMaint-Not-Found TO TRUE
                       END-READ
                   WHEN RefMaint-Budgets
                       READ BudgetFile
                           INVALID KEY
                               SET WS-RefMaint-Not-Found TO TRUE
                       END-READ
                   WHEN RefMaint-Cola-Rates
                       READ ColaRateFile
                           INVALID KEY
                               SET WS-RefMaint-Not-Found TO TRUE
                       END-READ
                   WHEN RefMaint-Exchange-Rates
                       READ ExchangeRateFile
                           INVALID KEY
                               SET WS-RefMaint-Not-Found TO TRUE
                       END-READ
               END-EVALUATE.

           719-Check-RefMaint-Territory.
               MOVE WS-RefMaint-Key-Code TO TO-TerritoryNumber
               MOVE LOW-VALUES TO TO-OfficeNumber
               START TerrOffFile KEY IS GREATER THAN OR EQUAL TO-Key
                   INVALID KEY
                       MOVE HIGH-VALUES TO TO-TerritoryNumber
                   NOT INVALID KEY
                       READ TerrOffFile NEXT RECORD
                           AT END
                               MOVE HIGH-VALUES TO TO-TerritoryNumber
                       END-READ
               END-START
               IF TO-TerritoryNumber NOT = WS-RefMaint-Key-Code (1:2)
                   SET WS-Entry-Invalid TO TRUE
                   MOVE "Territory not on Territory/Office file"
                       TO WS-Reject-Reason
               END-IF.

           720-Show-RefMaint-Screen.
               MOVE SPACES TO WS-RefMaint-Confirm
               EVALUATE TRUE
                   WHEN RefMaint-Deduct-Codes
                       DISPLAY DeductCodeMaintScreen
                       ACCEPT DeductCodeMaintScreen
                           ON EXCEPTION
                               MOVE "N" TO WS-RefMaint-Confirm
                       END-ACCEPT
                   WHEN RefMaint-Tax-Brackets
                       DISPLAY TaxBracketMaintScreen
                       ACCEPT TaxBracketMaintScreen
                           ON EXCEPTION
                               MOVE "N" TO WS-RefMaint-Confirm
                       END-ACCEPT
                   WHEN RefMaint-State-Tax
                       DISPLAY StateTaxMaintScreen
                       ACCEPT StateTaxMaintScreen
                           ON EXCEPTION
                               MOVE "N" TO WS-RefMaint-Confirm
                       END-ACCEPT
                   WHEN RefMaint-Holidays
                       DISPLAY HolidayMaintScreen
                       ACCEPT HolidayMaintScreen
                           ON EXCEPTION
                               MOVE "N" TO WS-RefMaint-Confirm
                       END-ACCEPT
                   WHEN RefMaint-Companies
                       DISPLAY CompanyMaintScreen
                       ACCEPT CompanyMaintScreen
                           ON EXCEPTION
                               MOVE "N" TO WS-RefMaint-Confirm
                       END-ACCEPT
                   WHEN RefMaint-Comp-Classes
                       DISPLAY CompClassMaintScreen
                       ACCEPT CompClassMaintScreen
                           ON EXCEPTION
                               MOVE "N" TO WS-RefMaint-Confirm
                       END-ACCEPT
                   WHEN RefMaint-Budgets
                       DISPLAY BudgetMaintScreen
                       ACCEPT BudgetMaintScreen
                           ON EXCEPTION
                               MOVE "N" TO WS-RefMaint-Confirm
                       END-ACCEPT
                   WHEN RefMaint-Cola-Rates
                       DISPLAY ColaRateMaintScreen
                       ACCEPT ColaRateMaintScreen
                           ON EXCEPTION
                               MOVE "N" TO WS-RefMaint-Confirm
                       END-ACCEPT
                   WHEN RefMaint-Exchange-Rates
                       DISPLAY ExchangeRateMaintScreen
                       ACCEPT ExchangeRateMaintScreen
                           ON EXCEPTION
                               MOVE "N" TO WS-RefMaint-Confirm
                       END-ACCEPT
               END-EVALUATE.

      *****************************************************************
      * An add or change is edited the way an employee entry is, and  *
      * nothing is written unless the operator confirms it.  A dated  *
      * version that would change a closed period is refused, the     *
      * same as a load file version.                                  *
      *****************************************************************
           722-Edit-RefMaint-Entry.
               IF WS-RefMaint-Confirm NOT = "Y"
                       AND WS-RefMaint-Confirm NOT = "y"
                   SET WS-Entry-Invalid TO TRUE
                   MOVE "Entry not confirmed - nothing written"
                       TO WS-Reject-Reason
               END-IF
               IF WS-Entry-Valid
                   IF RefMaint-Delete-Requested
                       MOVE SPACES TO WS-RefMaint-After
                   ELSE
                       PERFORM 724-Validate-RefMaint-Values
                       PERFORM 759-Save-RefMaint-Record
                       MOVE WS-RefMaint-Image TO WS-RefMaint-After
                   END-IF
               END-IF
               IF WS-Entry-Valid AND RefMaint-Change-Requested
                   IF WS-RefMaint-After = WS-RefMaint-Before
                       SET WS-Entry-Invalid TO TRUE
                       MOVE "No change entered - nothing written"
                           TO WS-Reject-Reason
                   END-IF
               END-IF
               IF WS-Entry-Valid
                   PERFORM 726-Check-RefMaint-Period-Lock
               END-IF
               IF WS-Entry-Valid
                   IF RefMaint-Pay-Table
                       PERFORM 730-Queue-RefMaint-Change
                       DISPLAY RefMaintPendingScreen
                   ELSE
                       PERFORM 740-Apply-RefMaint-Change
                   END-IF
               END-IF.

           724-Validate-RefMaint-Values.
               EVALUATE TRUE
                   WHEN RefMaint-Deduct-Codes
                       IF DC-Description = SPACES
                           SET WS-Entry-Invalid TO TRUE
                           MOVE "Description is required"
                               TO WS-Reject-Reason
                       ELSE
                           IF NOT Deduct-Pre-Tax
                                   AND NOT Deduct-Post-Tax
                               SET WS-Entry-Invalid TO TRUE
                               MOVE "Tax class must be P or A"
                                   TO WS-Reject-Reason
                           END-IF
                       END-IF
                   WHEN RefMaint-Holidays
                       IF HC-Description = SPACES
                           SET WS-Entry-Invalid TO TRUE
                           MOVE "Description is required"
                               TO WS-Reject-Reason
                       END-IF
                   WHEN RefMaint-Companies
                       PERFORM 725-Validate-RefMaint-Company
                   WHEN RefMaint-Comp-Classes
                       IF WC-Description = SPACES
                           SET WS-Entry-Invalid TO TRUE
                           MOVE "Description is required"
                               TO WS-Reject-Reason
                       ELSE
                           IF WC-Rate-Per-100 = 0
                               SET WS-Entry-Invalid TO TRUE
                               MOVE "Rate per 100 must be over zero"
                                   TO WS-Reject-Reason
                           END-IF
                       END-IF
                   WHEN RefMaint-Exchange-Rates
                       IF ER-Rate-To-USD = 0
                           SET WS-Entry-Invalid TO TRUE
                           MOVE "Exchange rate must be over zero"
                               TO WS-Reject-Reason
                       END-IF
               END-EVALUATE.

           725-Validate-RefMaint-Company.
               IF CM-Legal-Name = SPACES
                   SET WS-Entry-Invalid TO TRUE
                   MOVE "Legal name is required" TO WS-Reject-Reason
               END-IF
               IF WS-Entry-Valid AND CM-EIN = 0
                   SET WS-Entry-Invalid TO TRUE
                   MOVE "EIN is required" TO WS-Reject-Reason
               END-IF
               IF WS-Entry-Valid AND CM-Funding-Routing NOT = 0
                   MOVE CM-Funding-Routing TO WS-RefMaint-Routing
                   COMPUTE WS-RefMaint-Weighted-Sum =
                       (3 * (WS-RefMaint-Routing-Digit (1)
                           + WS-RefMaint-Routing-Digit (4)
                           + WS-RefMaint-Routing-Digit (7)))
                       + (7 * (WS-RefMaint-Routing-Digit (2)
                           + WS-RefMaint-Routing-Digit (5)
                           + WS-RefMaint-Routing-Digit (8)))
                       + (1 * (WS-RefMaint-Routing-Digit (3)
                           + WS-RefMaint-Routing-Digit (6)
                           + WS-RefMaint-Routing-Digit (9)))
                   DIVIDE WS-RefMaint-Weighted-Sum BY 10
                       GIVING WS-RefMaint-Check-Quotient
                       REMAINDER WS-RefMaint-Check-Digit
                   IF WS-RefMaint-Check-Digit NOT = 0
                       SET WS-Entry-Invalid TO TRUE
                       MOVE "Bank Routing Number fails checksum"
                           TO WS-Reject-Reason
                   ELSE
                       IF CM-Funding-Account = SPACES
                           SET WS-Entry-Invalid TO TRUE
                           MOVE "Funding account number is required"
                               TO WS-Reject-Reason
                       END-IF
                   END-IF
               END-IF.

           726-Check-RefMaint-Period-Lock.
               IF RefMaint-Dated-Table
                   PERFORM 761-Set-RefMaint-Effective-Date
                   PERFORM 101-Check-Load-Period-Lock
                   IF WS-Load-Period-Closed
                       SET WS-Entry-Invalid TO TRUE
                       MOVE "Effective date falls in a closed period"
                           TO WS-Reject-Reason
                   END-IF
               END-IF.

           730-Queue-RefMaint-Change.
               PERFORM 183-Find-Max-Pending-Sequence
               ADD 1 TO WS-Pending-Sequence
               MOVE WS-Pending-Sequence TO PA-Sequence
               EVALUATE TRUE
                   WHEN RefMaint-Add-Requested
                       MOVE "RTADD " TO PA-Action
                   WHEN RefMaint-Change-Requested
                       MOVE "RTCHG " TO PA-Action
                   WHEN OTHER
                       MOVE "RTDEL " TO PA-Action
               END-EVALUATE
               MOVE WS-Operator-Id TO PA-Submitted-By
               CALL "DateFormat" USING LK_Current_Date
               MOVE LK_Current_Date TO PA-Submitted-Date
               MOVE SPACES TO PA-Employee-Record
               MOVE WS-RefMaint-Table TO PA-RT-Table
               MOVE WS-RefMaint-Action TO PA-RT-Action
               MOVE WS-RefMaint-Before TO PA-RT-Before
               MOVE WS-RefMaint-After TO PA-RT-After
               MOVE SPACES TO PA-Reason-Code
               MOVE 0 TO PA-Effective-Date
               WRITE PendingApprovalRecord
                   INVALID KEY
                       SET WS-Entry-Invalid TO TRUE
                       MOVE "Unable to queue change for approval"
                           TO WS-Reject-Reason
                   NOT INVALID KEY
                       MOVE "RTQUE " TO WS-Audit-Action
                       PERFORM 750-Write-RefMaint-Audit
               END-WRITE.

      *****************************************************************
      * Apply an edited (or approved) change to its table from the    *
      * before and after images, then log it.  Rate table versions    *
      * are also listed on the rate change report.                    *
      *****************************************************************
           740-Apply-RefMaint-Change.
               EVALUATE TRUE
                   WHEN RefMaint-Add-Requested
                       MOVE WS-RefMaint-After TO WS-RefMaint-Image
                       PERFORM 757-Load-RefMaint-Record
                       PERFORM 744-Write-RefMaint-Record
                       MOVE "RTADD " TO WS-Audit-Action
                       SET WS-Load-New-Version TO TRUE
                   WHEN RefMaint-Change-Requested
                       MOVE WS-RefMaint-After TO WS-RefMaint-Image
                       PERFORM 757-Load-RefMaint-Record
                       PERFORM 746-Rewrite-RefMaint-Record
                       MOVE "RTCHG " TO WS-Audit-Action
                       SET WS-Load-Correction TO TRUE
                   WHEN RefMaint-Delete-Requested
                       MOVE WS-RefMaint-Before TO WS-RefMaint-Image
                       PERFORM 757-Load-RefMaint-Record
                       PERFORM 748-Delete-RefMaint-Record
                       MOVE "RTDEL " TO WS-Audit-Action
                       SET WS-Load-Removal TO TRUE
               END-EVALUATE
               IF WS-Entry-Valid
                   PERFORM 750-Write-RefMaint-Audit
                   IF RefMaint-Rate-Table
                       PERFORM 756-Write-RefMaint-Rate-Change
                   END-IF
               END-IF.

           744-Write-RefMaint-Record.
               EVALUATE TRUE
                   WHEN RefMaint-Deduct-Codes
                       WRITE DeductCodeRecord
                           INVALID KEY
                               SET WS-Entry-Invalid TO TRUE
                       END-WRITE
                   WHEN RefMaint-Tax-Brackets
                       WRITE TaxBracketRecord
                           INVALID KEY
                               SET WS-Entry-Invalid TO TRUE
                       END-WRITE
                   WHEN RefMaint-State-Tax
                       WRITE StateTaxRecord
                           INVALID KEY
                               SET WS-Entry-Invalid TO TRUE
                       END-WRITE
                   WHEN RefMaint-Holidays
                       WRITE HolidayCalRecord
                           INVALID KEY
                               SET WS-Entry-Invalid TO TRUE
                       END-WRITE
                   WHEN RefMaint-Companies
                       WRITE CompanyMasterRecord
                           INVALID KEY
                               SET WS-Entry-Invalid TO TRUE
                       END-WRITE
                   WHEN RefMaint-Comp-Classes
                       WRITE WorkCompClassRecord
                           INVALID KEY
                               SET WS-Entry-Invalid TO TRUE
                       END-WRITE
                   WHEN RefMaint-Budgets
                       WRITE BudgetRecord
                           INVALID KEY
                               SET WS-Entry-Invalid TO TRUE
                       END-WRITE
                   WHEN RefMaint-Cola-Rates
                       WRITE ColaRateRecord
                           INVALID KEY
                               SET WS-Entry-Invalid TO TRUE
                       END-WRITE
                   WHEN RefMaint-Exchange-Rates
                       WRITE ExchangeRateRecord
                           INVALID KEY
                               SET WS-Entry-Invalid TO TRUE
                       END-WRITE
               END-EVALUATE
               IF WS-Entry-Invalid
                   MOVE "Table entry already on file"
                       TO WS-Reject-Reason
               END-IF.

           746-Rewrite-RefMaint-Record.
               EVALUATE TRUE
                   WHEN RefMaint-Deduct-Codes
                       REWRITE DeductCodeRecord
                           INVALID KEY
                               SET WS-Entry-Invalid TO TRUE
                       END-REWRITE
                   WHEN RefMaint-Tax-Brackets
                       REWRITE TaxBracketRecord
                           INVALID KEY
                               SET WS-Entry-Invalid TO TRUE
                       END-REWRITE
                   WHEN RefMaint-State-Tax
                       REWRITE StateTaxRecord
                           INVALID KEY
                               SET WS-Entry-Invalid TO TRUE
                       END-REWRITE
                   WHEN RefMaint-Holidays
                       REWRITE HolidayCalRecord
                           INVALID KEY
                               SET WS-Entry-Invalid TO TRUE
                       END-REWRITE
                   WHEN RefMaint-Companies
                       REWRITE CompanyMasterRecord
                           INVALID KEY
                               SET WS-Entry-Invalid TO TRUE
                       END-REWRITE
                   WHEN RefMaint-Comp-Classes
                       REWRITE WorkCompClassRecord
                           INVALID KEY
                               SET WS-Entry-Invalid TO TRUE
                       END-REWRITE
                   WHEN RefMaint-Budgets
                       REWRITE BudgetRecord
                           INVALID KEY
                               SET WS-Entry-Invalid TO TRUE
                       END-REWRITE
                   WHEN RefMaint-Cola-Rates
                       REWRITE ColaRateRecord
                           INVALID KEY
                               SET WS-Entry-Invalid TO TRUE
                       END-REWRITE
                   WHEN RefMaint-Exchange-Rates
                       REWRITE ExchangeRateRecord
                           INVALID KEY
                               SET WS-Entry-Invalid TO TRUE
                       END-REWRITE
               END-EVALUATE
               IF WS-Entry-Invalid
                   MOVE "Unable to rewrite table entry"
                       TO WS-Reject-Reason
               END-IF.

           748-Delete-RefMaint-Record.
               EVALUATE TRUE
                   WHEN RefMaint-Deduct-Codes
                       DELETE DeductCodeFile
                           INVALID KEY
                               SET WS-Entry-Invalid TO TRUE
                       END-DELETE
                   WHEN RefMaint-Tax-Brackets
                       DELETE TaxBracketFile
                           INVALID KEY
                               SET WS-Entry-Invalid TO TRUE
                       END-DELETE
                   WHEN RefMaint-State-Tax
                       DELETE StateTaxFile
                           INVALID KEY
                               SET WS-Entry-Invalid TO TRUE
                       END-DELETE
                   WHEN RefMaint-Holidays
                       DELETE HolidayCalFile
                           INVALID KEY
                               SET WS-Entry-Invalid TO TRUE
                       END-DELETE
                   WHEN RefMaint-Companies
                       DELETE CompanyMasterFile
                           INVALID KEY
                               SET WS-Entry-Invalid TO TRUE
                       END-DELETE
                   WHEN RefMaint-Comp-Classes
                       DELETE WorkCompClassFile
                           INVALID KEY
                               SET WS-Entry-Invalid TO TRUE
                       END-DELETE
                   WHEN RefMaint-Budgets
                       DELETE BudgetFile
                           INVALID KEY
                               SET WS-Entry-Invalid TO TRUE
                       END-DELETE
                   WHEN RefMaint-Cola-Rates
                       DELETE ColaRateFile
                           INVALID KEY
                               SET WS-Entry-Invalid TO TRUE
                       END-DELETE
                   WHEN RefMaint-Exchange-Rates
                       DELETE ExchangeRateFile
                           INVALID KEY
                               SET WS-Entry-Invalid TO TRUE
                       END-DELETE
               END-EVALUATE
               IF WS-Entry-Invalid
                   MOVE "Table entry not on file" TO WS-Reject-Reason
               END-IF.

      *****************************************************************
      * Each image is logged in 37-byte pieces: B1/B2 for the entry   *
      * as it stood and A1/A2 for the entry as written.  An add has   *
      * no before image and a delete has no after image.              *
      *****************************************************************
           750-Write-RefMaint-Audit.
               CALL "DateFormat" USING LK_Current_Date
               CALL "TimeFormats" USING LK_Current_Time
               MOVE SPACES TO RefMaintAuditLine
               MOVE WS-RefMaint-Table-Name TO RA-Table
               MOVE WS-Audit-Action TO RA-Action
               MOVE WS-Operator-Id TO RA-Operator
               MOVE LK_Current_Month TO LK_Date_MDY_Month
               MOVE LK_Current_Day TO LK_Date_MDY_Day
               MOVE LK_Current_Year TO LK_Date_MDY_Year
               MOVE LK_Date_MDY_Numeric TO RA-Date
               MOVE LK_Current_Hours TO LK_Time_HMS_Hours
               MOVE LK_Current_Minute TO LK_Time_HMS_Minutes
               MOVE LK_Current_Second TO LK_Time_HMS_Seconds
               MOVE LK_Time_HMS_Numeric TO RA-Time
               IF WS-RefMaint-Before NOT = SPACES
                   MOVE "B1" TO RA-Image
                   MOVE WS-RefMaint-Before (1:37) TO RA-Value
                   PERFORM 752-Write-RefMaint-Audit-Line
                   IF WS-RefMaint-Length > 37
                       MOVE "B2" TO RA-Image
                       MOVE WS-RefMaint-Before (38:37) TO RA-Value
                       PERFORM 752-Write-RefMaint-Audit-Line
                   END-IF
               END-IF
               IF WS-RefMaint-After NOT = SPACES
                   MOVE "A1" TO RA-Image
                   MOVE WS-RefMaint-After (1:37) TO RA-Value
                   PERFORM 752-Write-RefMaint-Audit-Line
                   IF WS-RefMaint-Length > 37
                       MOVE "A2" TO RA-Image
                       MOVE WS-RefMaint-After (38:37) TO RA-Value
                       PERFORM 752-Write-RefMaint-Audit-Line
                   END-IF
               END-IF.

           752-Write-RefMaint-Audit-Line.
               MOVE SPACES TO AuditLogRecord
               MOVE RefMaintAuditLine TO AuditLogRecord
               WRITE AuditLogRecord.

           756-Write-RefMaint-Rate-Change.
               MOVE "(none)" TO RC-New-Value
               IF WS-RefMaint-After NOT = SPACES
                   MOVE WS-RefMaint-After TO WS-RefMaint-Image
                   PERFORM 757-Load-RefMaint-Record
                   PERFORM 758-Show-RefMaint-Rate-Value
                   MOVE RC-Old-Value TO RC-New-Value
               END-IF
               MOVE "(none)" TO RC-Old-Value
               IF WS-RefMaint-Before NOT = SPACES
                   MOVE WS-RefMaint-Before TO WS-RefMaint-Image
                   PERFORM 757-Load-RefMaint-Record
                   PERFORM 758-Show-RefMaint-Rate-Value
               END-IF
               PERFORM 761-Set-RefMaint-Effective-Date
               SET WS-Load-Period-Open TO TRUE
               PERFORM 103-Write-Rate-Change-Line.

           757-Load-RefMaint-Record.
               EVALUATE TRUE
                   WHEN RefMaint-Deduct-Codes
                       MOVE WS-RefMaint-Image TO DeductCodeRecord
                   WHEN RefMaint-Tax-Brackets
                       MOVE WS-RefMaint-Image TO TaxBracketRecord
                   WHEN RefMaint-State-Tax
                       MOVE WS-RefMaint-Image TO StateTaxRecord
                   WHEN RefMaint-Holidays
                       MOVE WS-RefMaint-Image TO HolidayCalRecord
                   WHEN RefMaint-Companies
                       MOVE WS-RefMaint-Image TO CompanyMasterRecord
                   WHEN RefMaint-Comp-Classes
                       MOVE WS-RefMaint-Image TO WorkCompClassRecord
                   WHEN RefMaint-Budgets
                       MOVE WS-RefMaint-Image TO BudgetRecord
                   WHEN RefMaint-Cola-Rates
                       MOVE WS-RefMaint-Image TO ColaRateRecord
                   WHEN RefMaint-Exchange-Rates
                       MOVE WS-RefMaint-Image TO ExchangeRateRecord
               END-EVALUATE.

           758-Show-RefMaint-Rate-Value.
               EVALUATE TRUE
                   WHEN RefMaint-Deduct-Codes
                       MOVE "DEDUCT CODE" TO RC-Table
                       MOVE DC-Code TO RC-Key
                       PERFORM 106-Show-Old-Deduct-Code
                   WHEN RefMaint-Tax-Brackets
                       MOVE "TAX BRACKET" TO RC-Table
                       MOVE SPACES TO RC-Key
                       STRING TB-Territory " " TB-Bracket-Floor
                           DELIMITED BY SIZE INTO RC-Key
                       COMPUTE WS-RC-Rate-Edit = TB-Rate / 1000
                       MOVE WS-RC-Rate-Value TO RC-Old-Value
                   WHEN RefMaint-State-Tax
                       MOVE "STATE TAX" TO RC-Table
                       MOVE ST-State TO RC-Key
                       COMPUTE WS-RC-Rate-Edit = ST-Rate / 1000
                       MOVE WS-RC-Rate-Value TO RC-Old-Value
                   WHEN RefMaint-Comp-Classes
                       MOVE "COMP CLASS" TO RC-Table
                       MOVE WC-Class-Code TO RC-Key
                       PERFORM 107-Show-Old-Comp-Class
               END-EVALUATE.

           759-Save-RefMaint-Record.
               EVALUATE TRUE
                   WHEN RefMaint-Deduct-Codes
                       MOVE DeductCodeRecord TO WS-RefMaint-Image
                   WHEN RefMaint-Tax-Brackets
                       MOVE TaxBracketRecord TO WS-RefMaint-Image
                   WHEN RefMaint-State-Tax
                       MOVE StateTaxRecord TO WS-RefMaint-Image
                   WHEN RefMaint-Holidays
                       MOVE HolidayCalRecord TO WS-RefMaint-Image
                   WHEN RefMaint-Companies
                       MOVE CompanyMasterRecord TO WS-RefMaint-Image
                   WHEN RefMaint-Comp-Classes
                       MOVE WorkCompClassRecord TO WS-RefMaint-Image
                   WHEN RefMaint-Budgets
                       MOVE BudgetRecord TO WS-RefMaint-Image
                   WHEN RefMaint-Cola-Rates
                       MOVE ColaRateRecord TO WS-RefMaint-Image
                   WHEN RefMaint-Exchange-Rates
                       MOVE ExchangeRateRecord TO WS-RefMaint-Image
               END-EVALUATE.

           761-Set-RefMaint-Effective-Date.
               IF WS-RefMaint-After NOT = SPACES
                   MOVE WS-RefMaint-After TO WS-RefMaint-Image
               ELSE
                   MOVE WS-RefMaint-Before TO WS-RefMaint-Image
               END-IF
               PERFORM 757-Load-RefMaint-Record
               EVALUATE TRUE
                   WHEN RefMaint-Deduct-Codes
                       MOVE DC-Effective-Date TO WS-Load-Effective-Date
                   WHEN RefMaint-Tax-Brackets
                       MOVE TB-Effective-Date TO WS-Load-Effective-Date
                   WHEN RefMaint-State-Tax
                       MOVE ST-Effective-Date TO WS-Load-Effective-Date
                   WHEN RefMaint-Comp-Classes
                       MOVE WC-Effective-Date TO WS-Load-Effective-Date
                   WHEN RefMaint-Cola-Rates
                       MOVE CR-Effective-Date TO WS-Load-Effective-Date
                   WHEN OTHER
                       MOVE 0 TO WS-Load-Effective-Date
               END-EVALUATE.

      *****************************************************************
      * A queued table change is shown to a second operator.  Before  *
      * it is applied the entry on file must still match the image    *
      * the change was keyed against, and a dated version must still  *
      * fall in an open period.                                       *
      *****************************************************************
           766-Review-RefMaint-Pending.
               MOVE PA-RT-Table TO WS-RefMaint-Table
               MOVE PA-RT-Action TO WS-RefMaint-Action
               MOVE PA-RT-Before TO WS-RefMaint-Before
               MOVE PA-RT-After TO WS-RefMaint-After
               SET WS-Entry-Valid TO TRUE
               PERFORM 714-Set-RefMaint-Table
               IF PA-Submitted-By = WS-Operator-Id
                   DISPLAY SelfApprovalScreen
               ELSE
                   MOVE SPACES TO WS-Approval-Answer
                   DISPLAY RefApprovalScreen
                   ACCEPT RefApprovalScreen
                       ON EXCEPTION
                           CONTINUE
                   END-ACCEPT
                   PERFORM 768-Apply-RefMaint-Decision
               END-IF.

           768-Apply-RefMaint-Decision.
               IF WS-Approval-Answer = "Y" OR WS-Approval-Answer = "y"
                   IF WS-Entry-Valid
                       PERFORM 764-Check-RefMaint-Current
                   END-IF
                   IF WS-Entry-Valid
                       PERFORM 726-Check-RefMaint-Period-Lock
                   END-IF
                   IF WS-Entry-Valid
                       PERFORM 740-Apply-RefMaint-Change
                   END-IF
                   IF WS-Entry-Invalid
                       DISPLAY ErrorScreen
                       MOVE "RTREJ " TO WS-Audit-Action
                       PERFORM 750-Write-RefMaint-Audit
                   END-IF
               ELSE
                   MOVE "RTDECL" TO WS-Audit-Action
                   PERFORM 750-Write-RefMaint-Audit
               END-IF
               DELETE PendingApprovalFile
                   INVALID KEY
                       CONTINUE
               END-DELETE.

           764-Check-RefMaint-Current.
               IF RefMaint-Add-Requested
                   MOVE WS-RefMaint-After TO WS-RefMaint-Image
               ELSE
                   MOVE WS-RefMaint-Before TO WS-RefMaint-Image
               END-IF
               PERFORM 757-Load-RefMaint-Record
               PERFORM 718-Read-RefMaint-Record
               IF RefMaint-Add-Requested
                   IF WS-RefMaint-Found
                       SET WS-Entry-Invalid TO TRUE
                       MOVE "Table entry added since queued"
                           TO WS-Reject-Reason
                   END-IF
               ELSE
                   IF WS-RefMaint-Not-Found
                       SET WS-Entry-Invalid TO TRUE
                       MOVE "Table entry removed since queued"
                           TO WS-Reject-Reason
                   ELSE
                       PERFORM 759-Save-RefMaint-Record
                       IF WS-RefMaint-Image NOT = WS-RefMaint-Before
                           SET WS-Entry-Invalid TO TRUE
                           MOVE "Table entry changed since queued"
                               TO WS-Reject-Reason
                       END-IF
                   END-IF
               END-IF.

           418-Post-Ytd-Accumulator.
               PERFORM 443-Compute-Imputed-Life
               PERFORM 419-Find-Period-Withholding
               MOVE EmployeeNumber TO YT-EmployeeNumber
               MOVE PP-Year TO YT-Year
               READ YtdAccumFile
                   INVALID KEY
                       INITIALIZE YtdAccumRecord
                       MOVE EmployeeNumber TO YT-EmployeeNumber
                       MOVE PP-Year TO YT-Year
                       PERFORM 422-Compute-Fica-Withholding
                       PERFORM 427-Compute-Ledger-Garnish
                       PERFORM 426-Compute-State-Tax
                       PERFORM 424-Add-Period-To-Ytd
                       WRITE YtdAccumRecord
                           INVALID KEY
                               CONTINUE
                       END-WRITE
                   NOT INVALID KEY
                       PERFORM 422-Compute-Fica-Withholding
                       PERFORM 427-Compute-Ledger-Garnish
                       PERFORM 426-Compute-State-Tax
                       PERFORM 424-Add-Period-To-Ytd
                       REWRITE YtdAccumRecord
                           INVALID KEY
                               CONTINUE
                       END-REWRITE
               END-READ.

           422-Compute-Fica-Withholding.
               IF PP-Year NOT = WS-Tax-Year-Loaded
                   PERFORM 430-Find-Tax-Year-Rates
               END-IF
               MOVE 0 TO WS-Period-SocSec
               CALL "SuccessorWages" USING EmployeeNumber, PP-Year,
                   WS-Successor-Credit
               COMPUTE WS-SocSec-Room =
                   WS-SocSec-Wage-Base - YT-Gross - YT-Imputed-Income
                       - WS-Successor-Credit
               IF WS-SocSec-Room > WS-Period-Taxable-Wages
                   MOVE WS-Period-Taxable-Wages TO WS-SocSec-Room
               END-IF
               IF WS-SocSec-Room > 0
                   COMPUTE WS-Period-SocSec ROUNDED =
                       WS-SocSec-Room * WS-SocSec-Rate
               END-IF
               COMPUTE WS-Period-Medicare ROUNDED =
                   WS-Period-Taxable-Wages * WS-Medicare-Rate.

      * The FICA wage base and rates for the pay year come from the
      * tax-year table; a year not yet loaded uses the standing rates.
           430-Find-Tax-Year-Rates.
               MOVE PP-Year TO WS-Tax-Year-Loaded
               MOVE WS-Default-Wage-Base TO WS-SocSec-Wage-Base
               MOVE WS-Default-SocSec-Rate TO WS-SocSec-Rate
               MOVE WS-Default-Medicare-Rate TO WS-Medicare-Rate
               MOVE PP-Year TO TY-Year
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
               END-READ.

           426-Compute-State-Tax.
               MOVE WS-Flat-State-Rate TO WS-State-Rate
               MOVE EmployeeNumber TO AD-EmployeeNumber
               READ EmployeeAddrFile
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 0 TO WS-State-Rate
                       MOVE AD-State TO WS-Rate-Code
                       MOVE WS-Current-Period-Date TO WS-Rate-As-Of-Date
                       PERFORM 438-Find-State-Tax-Version
                       IF WS-Rate-Version-Found
                           COMPUTE WS-State-Rate = ST-Rate / 1000
                       END-IF
               END-READ
               COMPUTE WS-Period-StateTax ROUNDED =
                   (WS-Ledger-Taxable + WS-Period-Imputed)
                       * WS-State-Rate.

           424-Add-Period-To-Ytd.
               ADD WS-Posting-Gross TO YT-Gross
               ADD WS-Period-Withholding TO YT-Withholding
               ADD WS-Period-SocSec TO YT-Soc-Sec
               ADD WS-Period-Medicare TO YT-Medicare
               ADD WS-Period-StateTax TO YT-State-Tax
               ADD WS-Period-Imputed TO YT-Imputed-Income
               COMPUTE YT-Net =
                   YT-Net + WS-Posting-Gross
                       - WS-Period-Withholding
                       - WS-Period-SocSec
                       - WS-Period-Medicare
                       - WS-Period-StateTax
               COMPUTE WS-Qtr-Idx = (PP-Month + 2) / 3
               IF WS-Qtr-Idx < 1 OR WS-Qtr-Idx > 4
                   MOVE 1 TO WS-Qtr-Idx
               END-IF
               ADD WS-Posting-Gross TO YT-Qtr-Gross (WS-Qtr-Idx)
               COMPUTE YT-Qtr-Withholding (WS-Qtr-Idx) =
                   YT-Qtr-Withholding (WS-Qtr-Idx)
                       + WS-Period-Withholding
                       + WS-Period-SocSec
                       + WS-Period-Medicare
                       + WS-Period-StateTax
               COMPUTE YT-Qtr-Net (WS-Qtr-Idx) =
                   YT-Qtr-Net (WS-Qtr-Idx) + WS-Posting-Gross
                       - WS-Period-Withholding
                   DeductionAmount (1) + DeductionAmount (2)
                       + DeductionAmount (3)
               MOVE WS-Ledger-Garnish TO LG-Garnishment
               PERFORM 432-Apply-Loan-Repayments
               ADD WS-Loan-Deductions TO LG-Deductions
               COMPUTE LG-Net =
                   WS-Posting-Gross - WS-Period-Withholding
                       - WS-Period-SocSec - WS-Period-Medicare
                       - WS-Period-StateTax
               MOVE PP-Date-Numeric TO LG-Pay-Date
               MOVE SPACE TO LG-Pay-Type
               MOVE 0 TO LG-Reference-Date
               MOVE WS-Period-Imputed TO LG-Imputed-Income
               WRITE PayLedgerRecord
                   INVALID KEY
                       REWRITE PayLedgerRecord
                       END-REWRITE
               END-WRITE.

      * Loan and advance repayments ride on the ledger deductions.
      * Reposting a period backs out what that period took before and
      * takes it again, so a balance is never reduced twice.  On the
      * termination posting the whole remaining balance is recovered,
      * as far as the final net pay covers it.
           432-Apply-Loan-Repayments.
               MOVE 0 TO WS-Loan-Deductions
               COMPUTE WS-Loan-Room =
                   WS-Posting-Gross - WS-Period-Withholding
                       - WS-Period-SocSec - WS-Period-Medicare
                       - WS-Period-StateTax - LG-Deductions
                       - WS-Ledger-Garnish
               SET WS-Loan-Not-Eof TO TRUE
               MOVE EmployeeNumber TO LN-EmployeeNumber
               MOVE 0 TO LN-Loan-Number
               START LoanFile KEY IS GREATER THAN OR EQUAL LN-Key
                   INVALID KEY
                       SET WS-Loan-Eof TO TRUE
               END-START
               PERFORM 434-Apply-One-Loan
                   UNTIL WS-Loan-Eof.

           434-Apply-One-Loan.
               READ LoanFile NEXT RECORD
                   AT END
                       SET WS-Loan-Eof TO TRUE
                   NOT AT END
                       IF LN-EmployeeNumber NOT = EmployeeNumber
                           SET WS-Loan-Eof TO TRUE
                       ELSE
                           PERFORM 436-Take-Loan-Repayment
                       END-IF
               END-READ.

           436-Take-Loan-Repayment.
               IF LN-Last-Period-Date = PP-Date-Numeric
                   ADD LN-Last-Repayment TO LN-Balance
                   MOVE 0 TO LN-Last-Repayment LN-Payoff-Date
                   SET LN-Open TO TRUE
               END-IF
               IF LN-Open AND LN-Balance > 0
                       AND LN-Start-Date <= PP-Date-Numeric
                   IF Employee-Terminated
                       MOVE LN-Balance TO WS-Loan-Take
                       IF WS-Loan-Take > WS-Loan-Room
                           MOVE WS-Loan-Room TO WS-Loan-Take
                       END-IF
                       IF WS-Loan-Take < 0
                           MOVE 0 TO WS-Loan-Take
                       END-IF
                   ELSE
                       MOVE LN-Repayment TO WS-Loan-Take
                       IF WS-Loan-Take > LN-Balance
                           MOVE LN-Balance TO WS-Loan-Take
                       END-IF
                   END-IF
                   SUBTRACT WS-Loan-Take FROM LN-Balance
                   SUBTRACT WS-Loan-Take FROM WS-Loan-Room
                   ADD WS-Loan-Take TO WS-Loan-Deductions
                   MOVE PP-Date-Numeric TO LN-Last-Period-Date
                   MOVE WS-Loan-Take TO LN-Last-Repayment
                   IF LN-Balance = 0
                       SET LN-Paid-Off TO TRUE
                       MOVE PP-Date-Numeric TO LN-Payoff-Date
                   ELSE
                       IF Employee-Terminated
                           SET LN-Open-At-Termination TO TRUE
                       END-IF
                   END-IF
                   REWRITE LoanRecord
                       INVALID KEY
                           CONTINUE
                   END-REWRITE
               END-IF.

      *****************************************************************
      * Imputed income for group-term life coverage over $50,000.     *
      * The coverage is AnnualSalary times the multiple of the first  *
      * life plan among the employee's deduction codes, held to the   *
      * plan maximum.  The excess over $50,000 is costed per $1,000   *
      * a month at the Table I rate for the employee's age at the end *
      * of the pay year, each period carries its share of the year's  *
      * cost, and what the employee pays for the coverage through the *
      * life deduction is taken off.  The amount is taxable wages for *
      * FICA and withholding only - it is never paid, so it is kept   *
      * out of gross and net pay.  No date of birth, no imputed       *
      * income.  Terminated employees carry no coverage.              *
      *****************************************************************
           443-Compute-Imputed-Life.
               MOVE 0 TO WS-Period-Imputed WS-Imputed-Annual
                   WS-Life-Multiple WS-Life-Maximum WS-Life-Rate
                   WS-Life-Contribution
               IF NOT Employee-Terminated
                   PERFORM 444-Find-Life-Plan
                       VARYING WS-Deduction-Idx FROM 1 BY 1
                       UNTIL WS-Deduction-Idx > 3
                           OR WS-Life-Multiple > 0
               END-IF
               IF WS-Life-Multiple > 0
                   COMPUTE WS-Life-Coverage =
                       AnnualSalary * WS-Life-Multiple
                   IF WS-Life-Maximum > 0
                           AND WS-Life-Coverage > WS-Life-Maximum
                       MOVE WS-Life-Maximum TO WS-Life-Coverage
                   END-IF
                   IF WS-Life-Coverage > WS-Life-Free-Coverage
                       PERFORM 446-Find-Life-Age-Rate
                   END-IF
               END-IF
               IF WS-Life-Rate > 0
                   EVALUATE TRUE
                       WHEN WS-Pays-Weekly
                           MOVE 52 TO WS-Life-Periods
                       WHEN WS-Pays-Semimonthly
                           MOVE 24 TO WS-Life-Periods
                       WHEN WS-Pays-Monthly
                           MOVE 12 TO WS-Life-Periods
                       WHEN OTHER
                           MOVE 26 TO WS-Life-Periods
                   END-EVALUATE
                   COMPUTE WS-Imputed-Annual ROUNDED =
                       (WS-Life-Coverage - WS-Life-Free-Coverage)
                           / 1000 * WS-Life-Rate * 12
                   COMPUTE WS-Period-Imputed ROUNDED =
                       WS-Imputed-Annual / WS-Life-Periods
                           - WS-Life-Contribution
                   IF WS-Period-Imputed < 0
                       MOVE 0 TO WS-Period-Imputed
                   END-IF
                   COMPUTE WS-Imputed-Annual =
                       WS-Period-Imputed * WS-Life-Periods
               END-IF
               COMPUTE WS-Period-Taxable-Wages =
                   WS-Posting-Gross + WS-Period-Imputed.

           444-Find-Life-Plan.
               IF DeductionCode (WS-Deduction-Idx) NOT = SPACES
                   PERFORM 445-Match-Life-Plan
                       VARYING WS-Life-Plan-Idx FROM 1 BY 1
                       UNTIL WS-Life-Plan-Idx > WS-Life-Plan-Count
                           OR WS-Life-Multiple > 0
               END-IF.

           445-Match-Life-Plan.
               IF LT-Deduction-Code (WS-Life-Plan-Idx)
                       = DeductionCode (WS-Deduction-Idx)
                   MOVE LT-Salary-Multiple (WS-Life-Plan-Idx)
                       TO WS-Life-Multiple
                   MOVE LT-Maximum-Coverage (WS-Life-Plan-Idx)
                       TO WS-Life-Maximum
                   MOVE DeductionAmount (WS-Deduction-Idx)
                       TO WS-Life-Contribution
               END-IF.

           446-Find-Life-Age-Rate.
               MOVE EmployeeNumber TO BD-EmployeeNumber
               READ EmployeeBirthFile
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF BD-Date-Of-Birth > 0
                               AND BD-Birth-Year < PP-Year
                           COMPUTE WS-Life-Age = PP-Year - BD-Birth-Year
                           PERFORM 447-Match-Life-Age-Band
                               VARYING WS-Life-Rate-Idx FROM 1 BY 1
                               UNTIL WS-Life-Rate-Idx > 11
                                   OR WS-Life-Rate > 0
                       END-IF
               END-READ.

           447-Match-Life-Age-Band.
               IF WS-Life-Age NOT > LR-Through-Age (WS-Life-Rate-Idx)
                   MOVE LR-Monthly-Rate (WS-Life-Rate-Idx)
                       TO WS-Life-Rate
               END-IF.

           427-Compute-Ledger-Garnish.
               MOVE 0 TO WS-Ledger-Pretax
               PERFORM 431-Classify-Ledger-Deduction
               IF DeductionAmount (WS-Deduction-Idx) NOT = 0
                       AND DeductionCode (WS-Deduction-Idx)
                           NOT = SPACES
                   MOVE DeductionCode (WS-Deduction-Idx)
                       TO WS-Rate-Code
                   MOVE WS-Current-Period-Date TO WS-Rate-As-Of-Date
                   PERFORM 439-Find-Deduct-Code-Version
                   IF WS-Rate-Version-Not-Found
                       SET Deduct-Post-Tax TO TRUE
                   END-IF
                   IF Deduct-Pre-Tax
                       ADD DeductionAmount (WS-Deduction-Idx)
                           TO WS-Ledger-Pretax

           419-Find-Period-Withholding.
               MOVE WS-Flat-Withholding-Rate TO WS-Period-Rate
               PERFORM 423-Find-W4-Election
               COMPUTE WS-W4-Annual-Wage =
                   AnnualSalary + WS-Imputed-Annual
               IF WS-W4-Found
                   COMPUTE WS-W4-Annual-Wage =
                       AnnualSalary + WS-Imputed-Annual
                           + W4-Other-Income - WS-W4-Allowance
                   IF WS-W4-Annual-Wage < 0
                       MOVE 0 TO WS-W4-Annual-Wage
                   END-IF
               END-IF
               MOVE TerritoryNumber TO WS-Rate-Code
               MOVE WS-Current-Period-Date TO WS-Rate-As-Of-Date
               MOVE WS-W4-Annual-Wage TO WS-Rate-Floor
               PERFORM 441-Find-Bracket-Version
               IF WS-Rate-Version-Found
                   COMPUTE WS-Period-Rate = TB-Rate / 1000
               END-IF
               COMPUTE WS-Period-Withholding ROUNDED =
                   WS-Period-Taxable-Wages * WS-Period-Rate
               IF WS-W4-Found
                   PERFORM 429-Apply-W4-Election
               END-IF.

           423-Find-W4-Election.
               SET WS-W4-Not-Found TO TRUE
               SET WS-W4-Not-Exempt TO TRUE
               MOVE EmployeeNumber TO W4-EmployeeNumber
               MOVE PP-Date-Numeric TO W4-Effective-Date
               START W4ElectionFile KEY IS LESS THAN OR EQUAL W4-Key
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       READ W4ElectionFile NEXT RECORD
                           AT END
                               CONTINUE
                           NOT AT END
                               IF W4-EmployeeNumber = EmployeeNumber
                                   SET WS-W4-Found TO TRUE
                               END-IF
                       END-READ
               END-START
               IF WS-W4-Found
                   IF W4-Exempt
                           AND PP-Date-Numeric <= W4-Exempt-Expiry
                       SET WS-W4-Exempt-In-Force TO TRUE
                   END-IF
                   IF W4-Married-Joint
                       MOVE WS-W4-Married-Allowance TO WS-W4-Allowance
                   ELSE
                       MOVE WS-W4-Single-Allowance TO WS-W4-Allowance
                   END-IF
               END-IF.

           429-Apply-W4-Election.
               IF WS-W4-Exempt-In-Force
                   MOVE 0 TO WS-Period-Withholding
               ELSE
                   EVALUATE TRUE
                       WHEN WS-Pays-Weekly
                           MOVE 52 TO WS-W4-Periods
                       WHEN WS-Pays-Semimonthly
                           MOVE 24 TO WS-W4-Periods
                       WHEN WS-Pays-Monthly
                           MOVE 12 TO WS-W4-Periods
                       WHEN OTHER
                           MOVE 26 TO WS-W4-Periods
                   END-EVALUATE
                   COMPUTE WS-W4-Period-Wage ROUNDED =
                       WS-Period-Taxable-Wages
                           + (W4-Other-Income - WS-W4-Allowance)
                               / WS-W4-Periods
                   IF WS-W4-Period-Wage < 0
                       MOVE 0 TO WS-W4-Period-Wage
                   END-IF
                   COMPUTE WS-Period-Withholding ROUNDED =
                       WS-W4-Period-Wage * WS-Period-Rate
                           - W4-Dependents-Credit / WS-W4-Periods
                   IF WS-Period-Withholding < 0
                       MOVE 0 TO WS-Period-Withholding
                   END-IF
                   ADD W4-Extra-Withholding TO WS-Period-Withholding
               END-IF.

      *****************************************************************
      * Rate table lookups.  Each finds the version in force on       *
      * WS-Rate-As-Of-Date - the one with the latest effective date   *
      * not after it - for the code in WS-Rate-Code, and leaves it in *
      * the record area with WS-Rate-Version-Found set.               *
      *****************************************************************
           438-Find-State-Tax-Version.
               SET WS-Rate-Version-Not-Found TO TRUE
               MOVE WS-Rate-Code TO ST-State
               MOVE WS-Rate-As-Of-Date TO ST-Effective-Date
               START StateTaxFile KEY IS LESS THAN OR EQUAL ST-Key
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       READ StateTaxFile NEXT RECORD
                           AT END
                               CONTINUE
                           NOT AT END
                               IF ST-State = WS-Rate-Code
                                   SET WS-Rate-Version-Found TO TRUE
                               END-IF
                       END-READ
               END-START.

           439-Find-Deduct-Code-Version.
               SET WS-Rate-Version-Not-Found TO TRUE
               MOVE WS-Rate-Code TO DC-Code
               MOVE WS-Rate-As-Of-Date TO DC-Effective-Date
               START DeductCodeFile KEY IS LESS THAN OR EQUAL DC-Key
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       READ DeductCodeFile NEXT RECORD
                           AT END
                               CONTINUE
                           NOT AT END
                               IF DC-Code = WS-Rate-Code
                                   SET WS-Rate-Version-Found TO TRUE
                               END-IF
                       END-READ
               END-START.

           440-Find-Comp-Class-Version.
               SET WS-Rate-Version-Not-Found TO TRUE
               MOVE WS-Rate-Code TO WC-Class-Code
               MOVE WS-Rate-As-Of-Date TO WC-Effective-Date
               START WorkCompClassFile
                       KEY IS LESS THAN OR EQUAL WC-Key
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       READ WorkCompClassFile NEXT RECORD
                           AT END
                               CONTINUE
                           NOT AT END
                               IF WC-Class-Code = WS-Rate-Code
                                   SET WS-Rate-Version-Found TO TRUE
                               END-IF
                       END-READ
               END-START.

      * A bracket version is the whole set of brackets loaded for the
      * territory under one effective date.  The first START finds the
      * version in force, the second the bracket within that version
      * whose floor is the highest at or below WS-Rate-Floor.
           441-Find-Bracket-Version.
               SET WS-Rate-Version-Not-Found TO TRUE
               MOVE WS-Rate-Code TO TB-Territory
               MOVE WS-Rate-As-Of-Date TO TB-Effective-Date
               MOVE 9999999 TO TB-Bracket-Floor
               START TaxBracketFile KEY IS LESS THAN OR EQUAL TB-Key
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM 442-Read-Bracket-Version
               END-START
               IF WS-Rate-Version-Found
                   SET WS-Rate-Version-Not-Found TO TRUE
                   MOVE TB-Effective-Date TO WS-Rate-Version-Date
                   MOVE WS-Rate-Floor TO TB-Bracket-Floor
                   START TaxBracketFile
                           KEY IS LESS THAN OR EQUAL TB-Key
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           PERFORM 442-Read-Bracket-Version
                   END-START
                   IF WS-Rate-Version-Found
                           AND TB-Effective-Date
                               NOT = WS-Rate-Version-Date
                       SET WS-Rate-Version-Not-Found TO TRUE
                   END-IF
               END-IF.

           442-Read-Bracket-Version.
               READ TaxBracketFile NEXT RECORD
                   AT END
                       CONTINUE
                   NOT AT END
                       IF TB-Territory = WS-Rate-Code
                           SET WS-Rate-Version-Found TO TRUE
                       END-IF
               END-READ.

                          MOVE "Pay period is closed to further changes"
                               TO WS-Reject-Reason
                       END-IF
               END-READ
               IF WS-Entry-Valid
                   CALL "YearCloseCheck" USING PP-Year,
                       WS-Year-Closed-Answer
                   IF WS-Pay-Year-Closed
                       SET WS-Entry-Invalid TO TRUE
                       MOVE "Pay year has been closed by year-end"
                           TO WS-Reject-Reason
                   END-IF
               END-IF.

           900-Delete-Record.
               IF Delete-Purge-Requested
                   PERFORM 905-Purge-Terminated-Record
                   IF WS-Entry-Valid
                       PERFORM 878-Reopen-Position
                   END-IF
               ELSE
                   IF Employee-Deceased
                       SET WS-Entry-Invalid TO TRUE
                       MOVE "Deceased employee record cannot be changed"
                           TO WS-Reject-Reason
                   ELSE
                       SET Employee-Terminated TO TRUE
                       MOVE "TM" TO WS-Change-Reason
                       MOVE "DELETE" TO WS-Audit-Action
                       PERFORM 450-Rewrite-Record
                       IF WS-Entry-Valid
                           PERFORM 910-Write-Cobra-Notice
                           PERFORM 920-Write-Cobra-Election
                       END-IF
                   END-IF
               END-IF.

                   UNTIL WS-Entry-Done.

           146-Read-Trans-Record.
               MOVE SPACES TO EmployeeTransRecord
               READ EmployeeTransFile
                   AT END
                       SET WS-Entry-Done TO TRUE
               END-READ
               MOVE 0 TO WS-Trans-Effective-Date
               IF TX-Effective-Date IS NUMERIC
                   MOVE TX-Effective-Date TO WS-Trans-Effective-Date
               END-IF
               MOVE FUNCTION UPPER-CASE(TX-Reason-Code)
                   TO WS-Change-Reason.

           147-Process-Trans-Record.
               SET WS-Entry-Valid TO TRUE
               IF WS-Entry-Valid
                   PERFORM 149-Apply-Trans-Changes
                   PERFORM 800-Validations
                   IF WS-Entry-Valid
                       PERFORM 806-Check-Change-Reason
                   END-IF
                   IF WS-Entry-Valid
                       PERFORM 420-Apply-COLA
                       PERFORM 410-Compute-Gross-Pay
                       MOVE AnnualSalary TO WS-Prior-Salary
                       MOVE PP-Date-Numeric TO WS-Prior-Period-Date
                       MOVE EmployeeStatus TO WS-Prior-Status
                       MOVE TerritoryNumber TO WS-Prior-Territory
                       MOVE OfficeNumber TO WS-Prior-Office
                       MOVE ManagerNumber TO WS-Prior-Manager
                       MOVE BankRoutingNumber TO WS-Prior-Routing
                       MOVE BankAccountNumber TO WS-Prior-Account
                       MOVE BankRoutingNumber2 TO WS-Prior-Routing2
                       MOVE BankAccountNumber2 TO WS-Prior-Account2
               END-READ.

           250-Maintain-Dependents.
                       DISPLAY ErrorScreen
               END-WRITE.

           270-Maintain-W4-Election.
               INITIALIZE W4ElectionRecord
               MOVE 0 TO WS-W4-Current-Date
               MOVE EmployeeNumber TO W4-EmployeeNumber
               MOVE 99999999 TO W4-Effective-Date
               START W4ElectionFile KEY IS LESS THAN OR EQUAL W4-Key
                   INVALID KEY
                       INITIALIZE W4ElectionRecord
                   NOT INVALID KEY
                       READ W4ElectionFile NEXT RECORD
                           AT END
                               INITIALIZE W4ElectionRecord
                           NOT AT END
                               IF W4-EmployeeNumber = EmployeeNumber
                                   MOVE W4-Effective-Date
                                       TO WS-W4-Current-Date
                               ELSE
                                   INITIALIZE W4ElectionRecord
                               END-IF
                       END-READ
               END-START
               MOVE 0 TO W4-Effective-Date
               DISPLAY W4Screen
               ACCEPT W4Screen
                   ON EXCEPTION
                       CONTINUE
               END-ACCEPT
               IF W4-Effective-Date NOT = 0
                   PERFORM 275-Write-W4-Election
               END-IF.

           275-Write-W4-Election.
               SET WS-W4-Valid TO TRUE
               MOVE FUNCTION UPPER-CASE(W4-Filing-Status)
                   TO W4-Filing-Status
               MOVE FUNCTION UPPER-CASE(W4-Exempt-Flag)
                   TO W4-Exempt-Flag
               IF W4-Filing-Status = SPACE
                   SET W4-Single TO TRUE
               END-IF
               IF W4-Exempt-Flag = SPACE
                   SET W4-Not-Exempt TO TRUE
               END-IF
               EVALUATE TRUE
                   WHEN FUNCTION TEST-DATE-YYYYMMDD(W4-Effective-Date)
                           NOT = 0
                       SET WS-W4-Invalid TO TRUE
                       MOVE "W-4 effective date is not a valid date"
                           TO WS-Reject-Reason
                   WHEN NOT (W4-Single OR W4-Married-Joint
                           OR W4-Head-Of-Household)
                       SET WS-W4-Invalid TO TRUE
                       MOVE "W-4 filing status must be S, M or H"
                           TO WS-Reject-Reason
                   WHEN NOT (W4-Exempt OR W4-Not-Exempt)
                       SET WS-W4-Invalid TO TRUE
                       MOVE "W-4 exempt claim must be Y or N"
                           TO WS-Reject-Reason
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               IF WS-W4-Valid
                   MOVE 0 TO W4-Exempt-Expiry
                   IF W4-Exempt
                       MOVE W4-Effective-Date(1:4) TO WS-W4-Exempt-Year
                       COMPUTE W4-Exempt-Expiry =
                           (WS-W4-Exempt-Year + 1) * 10000 + 215
                   END-IF
                   MOVE EmployeeNumber TO W4-EmployeeNumber
                   MOVE WS-Operator-Id TO W4-Operator
                   MOVE LK_Current_Date TO W4-Entry-Date
                   WRITE W4ElectionRecord
                       INVALID KEY
                           REWRITE W4ElectionRecord
                               INVALID KEY
                                   CONTINUE
                           END-REWRITE
                   END-WRITE
               ELSE
                   DISPLAY ErrorScreen
               END-IF.

      *****************************************************************
      * Form I-9 record - one per employee.  Section 2 is due within  *
      * three business days of the hire date; weekends and dates on   *
      * the holiday calendar do not count.  A late Section 2 is       *
      * flagged on the record and, when adding, warned on screen.     *
      *****************************************************************
           280-Maintain-I9-Record.
               SET WS-I9-Not-Found TO TRUE
               MOVE 0 TO WS-I9-Current-Date
               MOVE EmployeeNumber TO I9-EmployeeNumber
               READ I9AuthFile
                   INVALID KEY
                       INITIALIZE I9AuthRecord
                   NOT INVALID KEY
                       SET WS-I9-Found TO TRUE
                       MOVE I9-Section2-Date TO WS-I9-Current-Date
               END-READ
               MOVE SPACES TO I9-Document-Type
               DISPLAY I9Screen
               ACCEPT I9Screen
                   ON EXCEPTION
                       CONTINUE
               END-ACCEPT
               IF I9-Document-Type NOT = SPACES
                   PERFORM 285-Write-I9-Record
               END-IF.

           285-Write-I9-Record.
               SET WS-I9-Valid TO TRUE
               MOVE FUNCTION UPPER-CASE(I9-Document-Type)
                   TO I9-Document-Type
               EVALUATE TRUE
                   WHEN NOT I9-Doc-Valid
                       SET WS-I9-Invalid TO TRUE
                       MOVE "I-9 document type is not recognized"
                           TO WS-Reject-Reason
                   WHEN I9-Section2-Date NOT = 0
                           AND FUNCTION TEST-DATE-YYYYMMDD
                               (I9-Section2-Date) NOT = 0
                       SET WS-I9-Invalid TO TRUE
                       MOVE "I-9 Section 2 date is not a valid date"
                           TO WS-Reject-Reason
                   WHEN I9-Auth-Expiration-Date NOT = 0
                           AND FUNCTION TEST-DATE-YYYYMMDD
                               (I9-Auth-Expiration-Date) NOT = 0
                       SET WS-I9-Invalid TO TRUE
                       MOVE "Work authorization expiry is not a date"
                           TO WS-Reject-Reason
                   WHEN (I9-Doc-Citizen OR I9-Doc-Permanent)
                           AND I9-Auth-Expiration-Date NOT = 0
                       SET WS-I9-Invalid TO TRUE
                       MOVE "US/PR documents carry no expiry date"
                           TO WS-Reject-Reason
                   WHEN NOT (I9-Doc-Citizen OR I9-Doc-Permanent)
                           AND I9-Auth-Expiration-Date = 0
                       SET WS-I9-Invalid TO TRUE
                       MOVE "Work authorization expiry is required"
                           TO WS-Reject-Reason
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               IF WS-I9-Valid
                   PERFORM 287-Check-Section2-Deadline
                   MOVE EmployeeNumber TO I9-EmployeeNumber
                   MOVE WS-Operator-Id TO I9-Operator
                   MOVE LK_Current_Date TO I9-Last-Updated
                   IF WS-I9-Found
                       REWRITE I9AuthRecord
                           INVALID KEY
                               CONTINUE
                       END-REWRITE
                   ELSE
                       WRITE I9AuthRecord
                           INVALID KEY
                               CONTINUE
                       END-WRITE
                   END-IF
                   IF I9-Completed-Late AND Mode-Add
                       DISPLAY I9LateScreen
                   END-IF
               ELSE
                   DISPLAY ErrorScreen
               END-IF.

      * The date of birth is kept for the group-term life imputed
      * income age band; it must be a real date before today.
           290-Maintain-Birth-Date.
               SET WS-Birth-Not-Found TO TRUE
               MOVE 0 TO WS-Birth-Current-Date
               MOVE EmployeeNumber TO BD-EmployeeNumber
               READ EmployeeBirthFile
                   INVALID KEY
                       INITIALIZE EmployeeBirthRecord
                   NOT INVALID KEY
                       SET WS-Birth-Found TO TRUE
                       MOVE BD-Date-Of-Birth TO WS-Birth-Current-Date
               END-READ
               MOVE 0 TO BD-Date-Of-Birth
               DISPLAY BirthDateScreen
               ACCEPT BirthDateScreen
                   ON EXCEPTION
                       CONTINUE
               END-ACCEPT
               IF BD-Date-Of-Birth NOT = 0
                   PERFORM 295-Write-Birth-Date
               END-IF.

           295-Write-Birth-Date.
               IF FUNCTION TEST-DATE-YYYYMMDD(BD-Date-Of-Birth) NOT = 0
                       OR BD-Date-Of-Birth NOT < LK_Current_Date
                   MOVE "Date of birth is not a valid past date"
                       TO WS-Reject-Reason
                   DISPLAY ErrorScreen
               ELSE
                   MOVE EmployeeNumber TO BD-EmployeeNumber
                   MOVE WS-Operator-Id TO BD-Operator
                   MOVE LK_Current_Date TO BD-Last-Updated
                   IF WS-Birth-Found
                       REWRITE EmployeeBirthRecord
                           INVALID KEY
                               CONTINUE
                       END-REWRITE
                   ELSE
                       WRITE EmployeeBirthRecord
                           INVALID KEY
                               CONTINUE
                       END-WRITE
                   END-IF
               END-IF.

           287-Check-Section2-Deadline.
               MOVE 0 TO WS-I9-Deadline
               SET I9-Completed-On-Time TO TRUE
               IF HD-Date-Numeric IS NUMERIC
                       AND FUNCTION TEST-DATE-YYYYMMDD(HD-Date-Numeric)
                           = 0
                   COMPUTE WS-I9-Day-Integer =
                       FUNCTION INTEGER-OF-DATE(HD-Date-Numeric)
                   MOVE 0 TO WS-I9-Days-Counted
                   PERFORM 288-Count-Business-Day
                       UNTIL WS-I9-Days-Counted = 3
                   COMPUTE WS-I9-Deadline =
                       FUNCTION DATE-OF-INTEGER(WS-I9-Day-Integer)
                   IF I9-Section2-Date > WS-I9-Deadline
                           OR (I9-Section2-Date = 0
                               AND LK_Current_Date > WS-I9-Deadline)
                       SET I9-Completed-Late TO TRUE
                   END-IF
               END-IF
               MOVE WS-I9-Deadline TO I9-Section2-Deadline.

           288-Count-Business-Day.
               ADD 1 TO WS-I9-Day-Integer
               COMPUTE WS-I9-Day-Of-Week =
                   FUNCTION MOD(WS-I9-Day-Integer, 7)
               SET WS-I9-Business-Day TO TRUE
               IF WS-I9-Day-Of-Week = 6 OR WS-I9-Day-Of-Week = 0
                   SET WS-I9-Not-Business-Day TO TRUE
               ELSE
                   COMPUTE HC-Date =
                       FUNCTION DATE-OF-INTEGER(WS-I9-Day-Integer)
                   READ HolidayCalFile
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           SET WS-I9-Not-Business-Day TO TRUE
                   END-READ
               END-IF
               IF WS-I9-Business-Day
                   ADD 1 TO WS-I9-Days-Counted
               END-IF.

           300-Write-Heading.
               ADD 1 TO WS-Page-Count
               MOVE WS-Page-Count TO WS-Page-Number
               PERFORM 408-Set-Office-Frequency
               PERFORM 415-Stamp-Pay-Period-Date
               PERFORM 416-Check-Period-Lock
               IF WS-Entry-Valid
                   PERFORM 875-Find-Open-Position
               END-IF
               IF WS-Entry-Valid
                   PERFORM 411-Prorate-Partial-Period
               END-IF
               IF WS-Entry-Valid
                   PERFORM 882-Encode-Bank-Accounts
                   MOVE EmployeeRecords TO EmployeeRecord
                   CALL "SsnVault" USING "ENCODE",
                       ES-SocialSecurityNumber, "CHAPTER6-2  ",
                               TO WS-Reject-Reason
                       NOT INVALID KEY
                           ADD 1 TO WS-Record-Count
                           PERFORM 877-Fill-Position
                           PERFORM 467-Record-Hire-History
                           PERFORM 375-Print-Detail-Line
                           PERFORM 418-Post-Ytd-Accumulator
                           PERFORM 417-Post-Pto-Accrual
                   END-WRITE
               END-IF.

      *****************************************************************
      * A change to T gives up the employee's seat; a rehire from T   *
      * must take an open approved seat in the office, as a new hire  *
      * does, or the change is rejected.                              *
      *****************************************************************
           450-Rewrite-Record.
               PERFORM 408-Set-Office-Frequency
               PERFORM 415-Stamp-Pay-Period-Date
               PERFORM 416-Check-Period-Lock
               IF WS-Entry-Valid
                       AND WS-Prior-Status = "T"
                       AND NOT Employee-Terminated
                   PERFORM 875-Find-Open-Position
               END-IF
               IF WS-Entry-Valid
                   PERFORM 411-Prorate-Partial-Period
               END-IF
               IF WS-Entry-Valid
                   PERFORM 882-Encode-Bank-Accounts
                   MOVE EmployeeRecords TO EmployeeRecord
                   CALL "SsnVault" USING "ENCODE",
                       ES-SocialSecurityNumber, "CHAPTER6-2  ",
                                       NOT = WS-Prior-Salary
                               PERFORM 455-Record-Retro-History
                           END-IF
                           PERFORM 465-Record-Comp-History
                           IF Employee-Terminated
                                   AND WS-Prior-Status NOT = "T"
                                   AND WS-Prior-Status NOT = "D"
                               PERFORM 878-Reopen-Position
                           END-IF
                           IF WS-Prior-Status = "T"
                                   AND NOT Employee-Terminated
                               PERFORM 877-Fill-Position
                           END-IF
                           PERFORM 457-Check-Bank-Change
                           PERFORM 418-Post-Ytd-Accumulator
                           PERFORM 417-Post-Pto-Accrual
                           SET WS-Badge-Refresh-Needed TO TRUE
                   END-REWRITE
               END-IF.

           457-Check-Bank-Change.
               MOVE SPACES TO WS-Bank-Change
               IF BankRoutingNumber NOT = 0
                       AND (BankRoutingNumber NOT = WS-Prior-Routing
                           OR BankAccountNumber NOT = WS-Prior-Account)
                   MOVE "P" TO WS-Bank-Change
               END-IF
               IF BankRoutingNumber2 NOT = 0
                       AND (BankRoutingNumber2 NOT = WS-Prior-Routing2
                         OR BankAccountNumber2 NOT = WS-Prior-Account2)
                   IF WS-Bank-Change = "P"
                       MOVE "B" TO WS-Bank-Change
                   ELSE
                       MOVE "S" TO WS-Bank-Change
                   END-IF
               END-IF
               IF NOT WS-Bank-Unchanged
                   PERFORM 458-Start-Bank-Hold
               END-IF.

      * A new deposit account is paid by check for the next pay date
      * and confirmed by letter to the address on file before the
      * change, so a redirected paycheck is caught before it is lost.
      * A second change inside an open hold keeps the original
      * account and address.
           458-Start-Bank-Hold.
               CALL "DateFormat" USING LK_Current_Date
               MOVE EmployeeNumber TO BC-EmployeeNumber
               READ BankHoldFile
                   INVALID KEY
                       MOVE "23" TO BankHold-Status
               END-READ
               IF BankHold-Status = "00" AND BC-Held
                   IF BC-Accounts-Changed NOT = WS-Bank-Change
                       MOVE "B" TO BC-Accounts-Changed
                   END-IF
               ELSE
                   INITIALIZE BankHoldRecord
                   MOVE EmployeeNumber TO BC-EmployeeNumber
                   MOVE WS-Prior-Routing TO BC-Old-Routing
                   MOVE WS-Prior-Account TO BC-Old-Account
                   MOVE WS-Bank-Change TO BC-Accounts-Changed
                   MOVE EmployeeNumber TO AD-EmployeeNumber
                   READ EmployeeAddrFile
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE AD-Street TO BC-Street
                           MOVE AD-City TO BC-City
                           MOVE AD-State TO BC-State
                           MOVE AD-Zip TO BC-Zip
                   END-READ
               END-IF
               MOVE LK_Current_Date TO BC-Change-Date
               MOVE PP-Date-Numeric TO BC-Hold-Through
               MOVE BankRoutingNumber TO BC-New-Routing
               MOVE BankAccountNumber TO BC-New-Account
               SET BC-Held TO TRUE
               SET BC-Letter-Pending TO TRUE
               MOVE 0 TO BC-Release-Date
               MOVE WS-Operator-Id TO BC-Operator
               IF BankHold-Status = "00"
                   REWRITE BankHoldRecord
                       INVALID KEY
                           CONTINUE
                   END-REWRITE
               ELSE
                   WRITE BankHoldRecord
                       INVALID KEY
                           CONTINUE
                   END-WRITE
               END-IF.

           417-Post-Pto-Accrual.
               IF Employee-Active
                   MOVE 0 TO WS-PTO-Accrual-Rate
               MOVE WS-Prior-Salary TO RH-Old-Salary
               MOVE AnnualSalary TO RH-New-Salary
               MOVE WS-Prior-Period-Date TO RH-From-Date
               IF WS-Trans-Effective-Date NOT = 0
                       AND WS-Trans-Effective-Date
                           < WS-Prior-Period-Date
                   MOVE WS-Trans-Effective-Date TO RH-From-Date
               END-IF
               MOVE PP-Date-Numeric TO RH-Change-Date
               SET RH-Unpaid TO TRUE
               WRITE RetroHistoryRecord
                       CONTINUE
               END-WRITE.

      *****************************************************************
      * Every change to salary, status, territory/office or manager   *
      * is added to CompHistoryFile under the employee, numbered in   *
      * order, with the old and new values, the reason code and the  *
      * operator.  A salary moved only by the territory COLA carries *
      * no operator reason and is recorded as a market adjustment.   *
      *****************************************************************
           465-Record-Comp-History.
               PERFORM 466-Test-Comp-Change
               IF WS-Comp-Changed
                   PERFORM 469-Find-Comp-Sequence
                   INITIALIZE CompHistoryRecord
                   MOVE WS-Prior-Salary TO CH-Old-Salary
                   MOVE WS-Prior-Status TO CH-Old-Status
                   MOVE WS-Prior-Territory TO CH-Old-Territory
                   MOVE WS-Prior-Office TO CH-Old-Office
                   MOVE WS-Prior-Manager TO CH-Old-Manager
                   IF WS-Change-Reason-Missing
                       MOVE "MA" TO WS-Change-Reason
                   END-IF
                   MOVE PP-Date-Numeric TO CH-Effective-Date
                   IF WS-Trans-Effective-Date NOT = 0
                       MOVE WS-Trans-Effective-Date
                           TO CH-Effective-Date
                   END-IF
                   MOVE WS-Audit-Action TO CH-Source
                   PERFORM 468-Write-Comp-History
               END-IF.

           466-Test-Comp-Change.
               SET WS-Comp-Unchanged TO TRUE
               IF AnnualSalary NOT = WS-Prior-Salary
                       OR EmployeeStatus NOT = WS-Prior-Status
                       OR TerritoryNumber NOT = WS-Prior-Territory
                       OR OfficeNumber NOT = WS-Prior-Office
                       OR ManagerNumber NOT = WS-Prior-Manager
                   SET WS-Comp-Changed TO TRUE
               END-IF.

      * A new hire opens the history with blank old values.
           467-Record-Hire-History.
               PERFORM 469-Find-Comp-Sequence
               INITIALIZE CompHistoryRecord
               MOVE "HI" TO WS-Change-Reason
               MOVE PP-Date-Numeric TO CH-Effective-Date
               IF HD-Date-Numeric IS NUMERIC
                   IF HD-Date-Numeric NOT = 0
                       MOVE HD-Date-Numeric TO CH-Effective-Date
                   END-IF
               END-IF
               MOVE "ADD" TO CH-Source
               PERFORM 468-Write-Comp-History.

           468-Write-Comp-History.
               MOVE EmployeeNumber TO CH-EmployeeNumber
               MOVE WS-Comp-Sequence TO CH-Sequence
               CALL "DateFormat" USING LK_Current_Date
               MOVE LK_Current_Date TO CH-Entry-Date
               MOVE WS-Change-Reason TO CH-Reason-Code
               MOVE AnnualSalary TO CH-New-Salary
               MOVE EmployeeStatus TO CH-New-Status
               MOVE TerritoryNumber TO CH-New-Territory
               MOVE OfficeNumber TO CH-New-Office
               MOVE ManagerNumber TO CH-New-Manager
               MOVE WS-Operator-Id TO CH-Operator
               WRITE CompHistoryRecord
                   INVALID KEY
                       CONTINUE
               END-WRITE.

      * The next number is one past the employee's last entry.
           469-Find-Comp-Sequence.
               MOVE EmployeeNumber TO CH-EmployeeNumber
               MOVE 99999 TO CH-Sequence
               MOVE 0 TO WS-Comp-Sequence
               START CompHistoryFile KEY IS LESS THAN OR EQUAL CH-Key
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
               ADD 1 TO WS-Comp-Sequence.

           470-Refresh-Badge-Extract.
               IF WS-Badge-Refresh-Needed
                   OPEN OUTPUT BadgeExtractFile
               MOVE WS-Reject-Sequence TO RQ-Sequence
               MOVE WS-Reject-Queue-Action TO RQ-Action
               MOVE WS-Reject-Reason TO RQ-Reason
               PERFORM 882-Encode-Bank-Accounts
               MOVE EmployeeRecords TO RQ-Employee-Record
               WRITE RejectQueueRecord
                   INVALID KEY
                       MOVE VI-BankAccountNumber
                           TO BankAccountNumber
                   END-IF
                   MOVE "TR" TO WS-Change-Reason
                   PERFORM 800-Validations
                   IF WS-Entry-Valid
                       PERFORM 420-Apply-COLA
               END-IF.

           151-Read-Reject-Correction.
               MOVE SPACES TO RejectCorrectionRecord
               READ RejectCorrectionFile
                   AT END
                       SET WS-RejCorrect-Eof TO TRUE
                       END-IF
                   END-IF
               ELSE
                   MOVE FUNCTION UPPER-CASE(RC-Reason-Code)
                       TO WS-Change-Reason
                   PERFORM 800-Validations
                   IF WS-Entry-Valid
                       PERFORM 806-Check-Change-Reason
                   END-IF
                   IF WS-Entry-Valid
                       PERFORM 420-Apply-COLA
                       PERFORM 410-Compute-Gross-Pay
               CLOSE RunStatusFile
               CLOSE HolidayCalFile
               CLOSE StateTaxFile
               CLOSE RateChangeReport
               CLOSE TaxYearFile
               CLOSE YtdAccumFile
               CLOSE PayLedgerFile
               CLOSE RetroHistoryFile
               CLOSE CompHistoryFile
               CLOSE EmployeeAddrFile
               CLOSE PtoAccrualFile
               CLOSE CobraNoticeFile
               CLOSE CobraElectionFile
               CLOSE BudgetFile
               CLOSE SecurityFeedFile
               CLOSE W4ElectionFile
               CLOSE I9AuthFile
               CLOSE EmployeeBirthFile
               CLOSE BankHoldFile
               CLOSE LoanFile
               CLOSE PositionFile
               IF Mode-Retro-Adjust
                   CLOSE SupplementalPayFile
               END-IF.
               CALL "EmpValidate" USING EmployeeNumber, TerritoryNumber,
                       OfficeNumber, SocialSecurityNumber,
               BankRoutingNumber, WS-Valid-Switch, WS-Reject-Reason
               IF WS-Entry-Valid
                   PERFORM 864-Validate-Deceased-Status
               END-IF
               IF WS-Entry-Valid
                   PERFORM 860-Validate-Territory-Office
               END-IF
               END-IF
               IF WS-Entry-Valid
                   PERFORM 869-Validate-Legal-Hold
               END-IF
               IF WS-Entry-Valid
                   PERFORM 868-Validate-Work-Authorization
               END-IF.

      *****************************************************************
      * Status D is set only by DeceasedPay, which pays the           *
      * beneficiary and closes out the record; after that the record  *
      * can only be purged.                                           *
      *****************************************************************
           864-Validate-Deceased-Status.
               IF WS-Prior-Status = "D"
                   SET WS-Entry-Invalid TO TRUE
                   MOVE "Deceased employee record cannot be changed"
                       TO WS-Reject-Reason
               ELSE
                   IF Employee-Deceased
                       SET WS-Entry-Invalid TO TRUE
                       MOVE "Deceased status is set by DeceasedPay"
                           TO WS-Reject-Reason
                   END-IF
               END-IF.

      *****************************************************************
      * An employee who is being returned to active status must not   *
      * have a work authorization on file that has already expired.   *
      * The I-9 has to be reverified before the status goes back to A.*
      *****************************************************************
           868-Validate-Work-Authorization.
               IF Employee-Active
                       AND WS-Prior-Status NOT = SPACES
                       AND WS-Prior-Status NOT = "A"
                   MOVE EmployeeNumber TO I9-EmployeeNumber
                   READ I9AuthFile
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF I9-Auth-Expiration-Date > 0
                                   AND I9-Auth-Expiration-Date
                                       < LK_Current_Date
                               SET WS-Entry-Invalid TO TRUE
                               MOVE "Work authorization has expired"
                                   TO WS-Reject-Reason
                           END-IF
                   END-READ
               END-IF.

           869-Validate-Legal-Hold.

           867-Validate-Comp-Class.
               IF CompClassCode NOT = SPACES
                   MOVE CompClassCode TO WS-Rate-Code
                   MOVE LK_Current_Date TO WS-Rate-As-Of-Date
                   PERFORM 440-Find-Comp-Class-Version
                   IF WS-Rate-Version-Not-Found
                       SET WS-Entry-Invalid TO TRUE
                       MOVE "Comp class code not on class master"
                           TO WS-Reject-Reason
                   END-IF
               END-IF.

      *****************************************************************
      * An employee already on file changes legal entity only through *
      * EntityTransfer, which splits the year-to-date totals between  *
      * the two EINs; changing the code here would carry the whole    *
      * year over to the new company.                                 *
      *****************************************************************
           863-Validate-Company.
               IF CompanyCode = SPACES
                   MOVE "01" TO CompanyCode
                       SET WS-Entry-Invalid TO TRUE
                       MOVE "Company code not on company master"
                           TO WS-Reject-Reason
               END-READ
               IF WS-Entry-Valid AND NOT Mode-Add
                   MOVE EmployeeNumber TO PR-EmployeeNumber
                   READ PayrollReport
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF PR-CompanyCode NOT = SPACES
                                   AND PR-CompanyCode NOT = CompanyCode
                               SET WS-Entry-Invalid TO TRUE
                               MOVE
                                   "Company change needs EntityTransfer"
                                   TO WS-Reject-Reason
                           END-IF
                   END-READ
               END-IF.

           897-Validate-Manager.
               IF ManagerNumber NOT = SPACES

           886-Check-One-Deduction-Code.
               IF DeductionCode (WS-Deduction-Idx) NOT = SPACES
                   MOVE DeductionCode (WS-Deduction-Idx)
                       TO WS-Rate-Code
                   MOVE LK_Current_Date TO WS-Rate-As-Of-Date
                   PERFORM 439-Find-Deduct-Code-Version
                   IF WS-Rate-Version-Not-Found
                       SET WS-Entry-Invalid TO TRUE
                       MOVE "Deduction code not in catalog"
                           TO WS-Reject-Reason
                   END-IF
               END-IF.

           860-Validate-Territory-Office.
                       END-IF
               END-READ.

      *****************************************************************
      * A change to salary, status, territory/office or manager must  *
      * carry a reason code for the compensation history.             *
      *****************************************************************
           806-Check-Change-Reason.
               PERFORM 466-Test-Comp-Change
               IF WS-Comp-Changed AND NOT WS-Change-Reason-Valid
                   SET WS-Entry-Invalid TO TRUE
                   IF WS-Change-Reason-Missing
                       MOVE "Change reason code is required"
                           TO WS-Reject-Reason
                   ELSE
                       MOVE "Change reason code is not valid"
                           TO WS-Reject-Reason
                   END-IF
               END-IF.

           810-Validate-For-Add.
               MOVE SPACES TO WS-Prior-Status
               PERFORM 800-Validations
               IF WS-Entry-Valid
                   PERFORM 870-Check-Duplicate-Employee
               END-IF
               IF WS-Entry-Valid
                   PERFORM 875-Find-Open-Position
               END-IF.

           870-Check-Duplicate-Employee.
                           TO WS-Reject-Reason
               END-READ.

      * A new hire or a rehire takes the lowest-numbered approved,
      * unfilled position in the employee's territory and office.
           875-Find-Open-Position.
               SET WS-Position-Not-Found TO TRUE
               SET WS-Position-Not-Eof TO TRUE
               MOVE SPACES TO WS-Open-Position
               MOVE TerritoryNumber TO PS-TerritoryNumber
               MOVE OfficeNumber TO PS-OfficeNumber
               START PositionFile KEY IS GREATER THAN OR EQUAL
                       PS-Location
                   INVALID KEY
                       SET WS-Position-Eof TO TRUE
               END-START
               PERFORM 876-Check-One-Position
                   UNTIL WS-Position-Eof OR WS-Position-Found
               IF WS-Position-Not-Found
                   SET WS-Entry-Invalid TO TRUE
                   MOVE "No open approved position in office"
                       TO WS-Reject-Reason
               END-IF.

           876-Check-One-Position.
               READ PositionFile NEXT RECORD
                   AT END
                       SET WS-Position-Eof TO TRUE
                   NOT AT END
                       IF PS-TerritoryNumber NOT = TerritoryNumber
                               OR PS-OfficeNumber NOT = OfficeNumber
                           SET WS-Position-Eof TO TRUE
                       ELSE
                           IF PS-Approved AND PS-Filled-By = SPACES
                               IF WS-Open-Position = SPACES
                                   OR PS-Position-Number
                                       < WS-Open-Position
                                   MOVE PS-Position-Number
                                       TO WS-Open-Position
                               END-IF
                           END-IF
                       END-IF
               END-READ
               IF WS-Position-Eof AND WS-Open-Position NOT = SPACES
                   SET WS-Position-Found TO TRUE
               END-IF.

           877-Fill-Position.
               MOVE WS-Open-Position TO PS-Position-Number
               READ PositionFile
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE EmployeeNumber TO PS-Filled-By
                       MOVE LK_Current_Date TO PS-Filled-Date
                       MOVE 0 TO PS-Vacant-Since
                       MOVE WS-Operator-Id TO PS-Operator
                       REWRITE PositionRecord
                           INVALID KEY
                               CONTINUE
                       END-REWRITE
               END-READ.

      * A termination or purge puts the seat back on the vacancy list.
           878-Reopen-Position.
               MOVE EmployeeNumber TO PS-Filled-By
               READ PositionFile KEY IS PS-Filled-By
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE PS-Filled-By TO PS-Last-Holder
                       MOVE SPACES TO PS-Filled-By
                       MOVE 0 TO PS-Filled-Date
                       MOVE LK_Current_Date TO PS-Vacant-Since
                       MOVE WS-Operator-Id TO PS-Operator
                       REWRITE PositionRecord
                           INVALID KEY
                               CONTINUE
                       END-REWRITE
               END-READ.

      * Deposit accounts are kept in their stored form from here on;
      * an account already in stored form passes through unchanged,
      * so a value read back off the file is never encoded twice.
           882-Encode-Bank-Accounts.
               CALL "BankVault" USING "ENCODE", BankAccountNumber,
                   "CHAPTER6-2  ", WS-Operator-Id, EmployeeNumber
               CALL "BankVault" USING "ENCODE", BankAccountNumber2,
                   "CHAPTER6-2  ", WS-Operator-Id, EmployeeNumber.

           880-Check-Duplicate-SSN.
               MOVE SocialSecurityNumber TO WS-Scan-SSN
               CALL "SsnVault" USING "ENCODE", WS-Scan-SSN,
