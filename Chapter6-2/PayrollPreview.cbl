       Identification Division.
           Program-ID. PayrollPreview.
               Author. Anthony Downs.
               Installation.
               Date-Written. October 15, 2026.
               Date-Compiled.
               Security.

      * Payroll preview / simulation run.  Shows the dollar impact of
      * staged rate changes and salary changes before they are loaded
      * or approved, by running each employee through the regular
      * posting run's gross-to-net rules twice - once against the
      * files as they stand and once against simulation copies - and
      * printing the two side by side by employee and by office, with
      * office and grand totals.
      * The proposals are staged in the same layouts the loads use:
      *     PrvTaxBr   tax brackets       (TaxBrktLd layout)
      *     PrvStTax   state tax rates    (StateTaxLd layout)
      *     PrvCola    COLA rates         (ColaLoad layout)
      *     PrvTrans   salary and status changes (EmpTrans layout,
      *                so a MeritCycle release can be previewed)
      * Each missing proposal file simply leaves that table unchanged.
      * Tax bracket and state tax proposals carry an effective date
      * as the loads do; an undated proposal is staged as taking
      * effect on the as-of date, and every rate is looked up as in
      * force on the employee's pay period date.
      * The live tax bracket, state tax and COLA tables are copied to
      * the SimTaxBr, SimStTax and SimCola work files and the
      * proposals are laid over the copies; the changes are laid over
      * a working copy of each employee record.  A COLA is applied on
      * the simulated side only where the proposal changes the
      * territory's COLA or the employee has a staged change, the same
      * way an update run would apply it.
      * Imputed income for group-term life coverage over $50,000 is
      * worked out as the posting run works it out (LifePlanFile and
      * the date of birth on EmployeeBirthFile) and taxed for
      * withholding, FICA and state tax, but is not part of gross or
      * net pay.
      * Every master is opened for input only.  Nothing is written to
      * PayLedger, YtdAccum, RunStatus, the loan file or any bank or
      * deposit file.  Terminated employees are not previewed.
      * Command-line options:
      *     columns 1-8     as-of date YYYYMMDD (defaults to today)
       Environment Division.
           Configuration Section.
               Special-Names.

           Input-Output Section.
               File-Control.
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

                   Select Optional YtdAccumFile assign to YtdAccum
                       File Status is YtdAccum-Status
                       Organization is Indexed
                       Access Mode is Dynamic
                       Record Key is YT-Key.

                   Select Optional TaxBracketFile assign to TaxBrkt
                       File Status is TaxBracket-Status
                       Organization is Indexed
                       Access Mode is Dynamic
                       Record Key is TB-Key.

                   Select Optional StateTaxFile assign to StateTax
                       File Status is StateTax-Status
                       Organization is Indexed
                       Access Mode is Dynamic
                       Record Key is ST-Key.

                   Select Optional ColaRateFile assign to ColaRate
                       File Status is ColaRate-Status
                       Organization is Indexed
                       Access Mode is Dynamic
                       Record Key is CR-Key.

                   Select Optional PayPeriodCalFile assign to PerCal
                       File Status is PerCal-Status
                       Organization is Indexed
                       Access Mode is Dynamic
                       Record Key is PC-Key.

                   Select Optional W4ElectionFile assign to W4Elect
                       File Status is W4Elect-Status
                       Organization is Indexed
                       Access Mode is Dynamic
                       Record Key is W4-Key.

                   Select Optional GarnishOrderFile assign to GarnOrd
                       File Status is GarnishOrder-Status
                       Organization is Indexed
                       Access Mode is Dynamic
                       Record Key is GO-Key.

                   Select Optional EmployeeAddrFile assign to EmpAddr
                       File Status is EmpAddr-Status
                       Organization is Indexed
                       Access Mode is Dynamic
                       Record Key is AD-EmployeeNumber.

                   Select Optional LoanFile assign to Loans
                       File Status is Loan-Status
                       Organization is Indexed
                       Access Mode is Dynamic
                       Record Key is LN-Key.

                   Select Optional EmployeeBirthFile assign to EmpBirth
                       File Status is EmpBirth-Status
                       Organization is Indexed
                       Access Mode is Dynamic
                       Record Key is BD-EmployeeNumber.

                   Select Optional LifePlanFile assign to LifePlan
                       Organization is Line Sequential
                       File Status is WS-LifePlan-Status.

                   Select Optional PrvTaxBracketFile assign to PrvTaxBr
                       Organization is Line Sequential
                       File Status is PrvTaxBr-Status.

                   Select Optional PrvStateTaxFile assign to PrvStTax
                       Organization is Line Sequential
                       File Status is PrvStTax-Status.

                   Select Optional PrvColaRateFile assign to PrvCola
                       Organization is Line Sequential
                       File Status is PrvCola-Status.

                   Select Optional PrvTransFile assign to PrvTrans
                       Organization is Line Sequential
                       File Status is PrvTrans-Status.

                   Select SimTaxBracketFile assign to SimTaxBr
                       File Status is SimTaxBr-Status
                       Organization is Indexed
                       Access Mode is Dynamic
                       Record Key is SB-Key.

                   Select SimStateTaxFile assign to SimStTax
                       File Status is SimStTax-Status
                       Organization is Indexed
                       Access Mode is Dynamic
                       Record Key is SS-Key.

                   Select SimColaRateFile assign to SimCola
                       File Status is SimCola-Status
                       Organization is Indexed
                       Access Mode is Dynamic
                       Record Key is SC-Key.

                   Select SimTransFile assign to SimTrans
                       File Status is SimTrans-Status
                       Organization is Indexed
                       Access Mode is Dynamic
                       Record Key is SM-EmployeeNumber.

                   Select PreviewReportFile assign to PreviewRpt
                       Organization is Line Sequential
                       File Status is PreviewRpt-Status.

                   Select PreviewSortFile assign to PrvSort.

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

               FD  TaxBracketFile.
                   01  TaxBracketRecord.
                       05  TB-Key.
                           10  TB-Territory                 PIC X(02).
                           10  TB-Effective-Date            PIC 9(08).
                           10  TB-Bracket-Floor             PIC 9(07).
                       05  TB-Rate                          PIC 9(03).

               FD  StateTaxFile.
                   01  StateTaxRecord.
                       05  ST-Key.
                           10  ST-State                     PIC X(02).
                           10  ST-Effective-Date            PIC 9(08).
                       05  ST-Rate                          PIC 9(03).

               FD  ColaRateFile.
                   01  ColaRateRecord.
                       05  CR-Key.
                           10  CR-Territory                 PIC X(02).
                           10  CR-Effective-Date             PIC 9(08).
                       05  CR-COLA-Rate                      PIC 9(03).

               FD  PayPeriodCalFile.
                   01  PayPeriodCalRecord.
                       05  PC-Key.
                           10  PC-Pay-Frequency             PIC X(01).
                           10  PC-Period-End-Date           PIC 9(08).
                       05  PC-Period-Number                  PIC 9(03).

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

               FD  GarnishOrderFile.
                   01  GarnishOrderRecord.
                       05  GO-Key.
                           10  GO-EmployeeNumber            PIC X(05).
                           10  GO-Case-Number               PIC X(10).
                       05  GO-Percent-Cap                   PIC 9(02).
                       05  GO-Amount-Cap                 PIC 9(05)V99.
                       05  GO-Start-Date                    PIC 9(08).
                       05  GO-End-Date                      PIC 9(08).

               FD  EmployeeAddrFile.
                   01  EmployeeAddrRecord.
                       05  AD-EmployeeNumber                PIC X(05).
                       05  AD-Street                        PIC X(30).
                       05  AD-City                          PIC X(20).
                       05  AD-State                         PIC X(02).
                       05  AD-Zip                           PIC X(10).

               FD  LoanFile
                   Record Contains 75 characters.
                   01  LoanRecord.
                       05  LN-Key.
                           10  LN-EmployeeNumber            PIC X(05).
                           10  LN-Loan-Number               PIC 9(02).
                       05  LN-Loan-Type                     PIC X(01).
                       05  LN-Principal                 PIC S9(7)V99.
                       05  LN-Start-Date                    PIC 9(08).
                       05  LN-Repayment                 PIC S9(5)V99.
                       05  LN-Balance                   PIC S9(7)V99.
                       05  LN-Status                        PIC X(01).
                           88  LN-Open                      value "O".
                       05  LN-Last-Period-Date              PIC 9(08).
                       05  LN-Last-Repayment            PIC S9(7)V99.
                       05  LN-Payoff-Date                   PIC 9(08).
                       05  LN-Operator                      PIC X(08).

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

               FD  PrvTaxBracketFile
                   Record Contains 20 characters.
                   01  PrvTaxBracketRecord.
                       05  TBP-Territory                    PIC X(02).
                       05  TBP-Bracket-Floor                PIC 9(07).
                       05  TBP-Rate                         PIC 9(03).
                       05  TBP-Effective-Date               PIC X(08).

               FD  PrvStateTaxFile
                   Record Contains 13 characters.
                   01  PrvStateTaxRecord.
                       05  SXP-State                        PIC X(02).
                       05  SXP-Rate                         PIC 9(03).
                       05  SXP-Effective-Date               PIC X(08).

               FD  PrvColaRateFile
                   Record Contains 13 characters.
                   01  PrvColaRateRecord.
                       05  CLP-Territory                    PIC X(02).
                       05  CLP-Effective-Date               PIC 9(08).
                       05  CLP-COLA-Rate                    PIC 9(03).

               FD  PrvTransFile
                   Record Contains 37 to 47 characters.
                   01  PrvTransRecord.
                       05  TXP-EmployeeNumber               PIC X(05).
                       05  TXP-EmployeeName                 PIC X(20).
                       05  TXP-TerritoryNumber              PIC X(02).
                       05  TXP-OfficeNumber                 PIC X(02).
                       05  TXP-AnnualSalary                 PIC 9(07).
                       05  TXP-EmployeeStatus               PIC X(01).
                       05  TXP-Effective-Date               PIC X(08).
                       05  TXP-Reason-Code                  PIC X(02).

               FD  SimTaxBracketFile.
                   01  SimTaxBracketRecord.
                       05  SB-Key.
                           10  SB-Territory                 PIC X(02).
                           10  SB-Effective-Date            PIC 9(08).
                           10  SB-Bracket-Floor             PIC 9(07).
                       05  SB-Rate                          PIC 9(03).

               FD  SimStateTaxFile.
                   01  SimStateTaxRecord.
                       05  SS-Key.
                           10  SS-State                     PIC X(02).
                           10  SS-Effective-Date            PIC 9(08).
                       05  SS-Rate                          PIC 9(03).

               FD  SimColaRateFile.
                   01  SimColaRateRecord.
                       05  SC-Key.
                           10  SC-Territory                 PIC X(02).
                           10  SC-Effective-Date            PIC 9(08).
                       05  SC-COLA-Rate                     PIC 9(03).

               FD  SimTransFile.
                   01  SimTransRecord.
                       05  SM-EmployeeNumber                PIC X(05).
                       05  SM-EmployeeName                  PIC X(20).
                       05  SM-TerritoryNumber               PIC X(02).
                       05  SM-OfficeNumber                  PIC X(02).
                       05  SM-AnnualSalary                  PIC X(07).
                       05  SM-EmployeeStatus                PIC X(01).

               FD  PreviewReportFile
                   Record Contains 132 characters.
                   01  PreviewPrintLine                    PIC X(132).

               SD  PreviewSortFile.
                   01  PreviewSortRecord.
                       05  PV-TerritoryNumber               PIC X(02).
                       05  PV-OfficeNumber                  PIC X(02).
                       05  PV-EmployeeNumber                PIC X(05).
                       05  PV-EmployeeName                  PIC X(20).
                       05  PV-Note                          PIC X(08).
                       05  PV-Cur-Gross                 PIC S9(7)V99.
                       05  PV-Cur-Taxes                 PIC S9(7)V99.
                       05  PV-Cur-Net                   PIC S9(7)V99.
                       05  PV-Sim-Gross                 PIC S9(7)V99.
                       05  PV-Sim-Taxes                 PIC S9(7)V99.
                       05  PV-Sim-Net                   PIC S9(7)V99.

           Working-Storage Section.
               COPY "Misc.cpy".
               COPY "RefTable.cpy".
              COPY "WS_Date.cpy" REPLACING LEADING ==Prefix== BY ==LK==.
               COPY "HeaderMain.cpy".
               COPY "EmployeeRecord.cpy".

               01  YtdAccum-Status                     PIC X(02).
               01  TaxBracket-Status                   PIC X(02).
               01  StateTax-Status                     PIC X(02).
               01  ColaRate-Status                     PIC X(02).
               01  PerCal-Status                       PIC X(02).
               01  W4Elect-Status                      PIC X(02).
               01  GarnishOrder-Status                 PIC X(02).
               01  EmpAddr-Status                      PIC X(02).
               01  Loan-Status                         PIC X(02).
               01  EmpBirth-Status                     PIC X(02).
               01  WS-LifePlan-Status                  PIC X(02).
               01  PrvTaxBr-Status                     PIC X(02).
               01  PrvStTax-Status                     PIC X(02).
               01  PrvCola-Status                      PIC X(02).
               01  PrvTrans-Status                     PIC X(02).
               01  SimTaxBr-Status                     PIC X(02).
               01  SimStTax-Status                     PIC X(02).
               01  SimCola-Status                      PIC X(02).
               01  SimTrans-Status                     PIC X(02).
               01  PreviewRpt-Status                   PIC X(02).

               01  WS-Open-Switch   PIC X(01)   value "Y".
                   88  WS-Files-Ready                       value "Y".
                   88  WS-Open-Failed                        value "N".
               01  WS-YtdAccum-Switch   PIC X(01)   value "N".
                   88  WS-YtdAccum-Ready                    value "Y".
                   88  WS-YtdAccum-Not-Ready                value "N".
               01  WS-TaxBr-Switch   PIC X(01)   value "N".
                   88  WS-TaxBr-Ready                       value "Y".
                   88  WS-TaxBr-Not-Ready                   value "N".
               01  WS-StateTax-Switch   PIC X(01)   value "N".
                   88  WS-StateTax-Ready                    value "Y".
                   88  WS-StateTax-Not-Ready                value "N".
               01  WS-Cola-Switch   PIC X(01)   value "N".
                   88  WS-Cola-Ready                        value "Y".
                   88  WS-Cola-Not-Ready                    value "N".
               01  WS-PerCal-Switch   PIC X(01)   value "N".
                   88  WS-PerCal-Ready                      value "Y".
                   88  WS-PerCal-Not-Ready                  value "N".
               01  WS-W4Elect-Switch   PIC X(01)   value "N".
                   88  WS-W4Elect-Ready                     value "Y".
                   88  WS-W4Elect-Not-Ready                 value "N".
               01  WS-Garnish-Switch   PIC X(01)   value "N".
                   88  WS-Garnish-Ready                     value "Y".
                   88  WS-Garnish-Not-Ready                 value "N".
               01  WS-EmpAddr-Switch   PIC X(01)   value "N".
                   88  WS-EmpAddr-Ready                     value "Y".
                   88  WS-EmpAddr-Not-Ready                 value "N".
               01  WS-Loan-Switch   PIC X(01)   value "N".
                   88  WS-Loan-Ready                        value "Y".
                   88  WS-Loan-Not-Ready                    value "N".
               01  WS-Birth-Switch   PIC X(01)   value "N".
                   88  WS-Birth-Ready                       value "Y".
                   88  WS-Birth-Not-Ready                   value "N".
               01  WS-Copy-Eof-Switch   PIC X(01)   value "N".
                   88  WS-Copy-Eof                          value "Y".
                   88  WS-Copy-Not-Eof                      value "N".
               01  WS-LedgerGarn-Switch   PIC X(01)   value "N".
                   88  WS-LedgerGarn-Eof                    value "Y".
                   88  WS-LedgerGarn-Not-Eof                value "N".
               01  WS-Loan-Eof-Switch   PIC X(01)   value "N".
                   88  WS-Loan-Eof                          value "Y".
                   88  WS-Loan-Not-Eof                      value "N".
               01  WS-Sort-Eof-Switch   PIC X(01)   value "N".
                   88  WS-Sort-Eof                          value "Y".
                   88  WS-Sort-Not-Eof                      value "N".
               01  WS-W4-Found-Switch   PIC X(01)   value "N".
                   88  WS-W4-Found                          value "Y".
                   88  WS-W4-Not-Found                      value "N".
               01  WS-W4-Exempt-Switch   PIC X(01)   value "N".
                   88  WS-W4-Exempt-In-Force                value "Y".
                   88  WS-W4-Not-Exempt                     value "N".
               01  WS-Side-Switch   PIC X(01)   value "C".
                   88  WS-Side-Current                      value "C".
                   88  WS-Side-Simulated                    value "S".
               01  WS-Sim-Trans-Switch   PIC X(01)   value "N".
                   88  WS-Sim-Trans-Found                   value "Y".
                   88  WS-Sim-Trans-Not-Found               value "N".
               01  WS-Sim-Cola-Switch   PIC X(01)   value "N".
                   88  WS-Sim-Cola-Applies                  value "Y".
                   88  WS-Sim-Cola-Not-Applied              value "N".
               01  WS-Sim-Bracket-Switch   PIC X(01)   value "N".
                   88  WS-Sim-Bracket-Found                 value "Y".
                   88  WS-Sim-Bracket-Not-Found             value "N".
               01  WS-Sim-Version-Date   PIC 9(08)   value 0.
               01  WS-First-Office-Switch   PIC X(01)   value "Y".
                   88  WS-First-Office                      value "Y".
                   88  WS-Not-First-Office                  value "N".

               01  WS-Command-Line-Param   PIC X(40)   value spaces.
               01  WS-Today   PIC 9(08)   value 0.
               01  WS-As-Of-Date   PIC 9(08)   value 0.
               01  WS-Current-Period-Date   PIC 9(08)   value 0.
               01  WS-Saved-Employee   PIC X(234)  value spaces.
               01  WS-Deduction-Idx   PIC 9(01)   COMP value 0.
               01  WS-Cola-Idx   PIC 9(02)   COMP value 0.
               01  WS-Cola-Scan-Idx   PIC 9(02)   COMP value 0.
               01  WS-Cola-Terr-Count   PIC 9(02)   COMP value 0.
               01  WS-Cola-Territory-Table.
                   05  WS-Cola-Territory   PIC X(02) OCCURS 50 TIMES.
               01  WS-Previous-Territory   PIC X(02)   value spaces.
               01  WS-Previous-Office   PIC X(02)   value spaces.

               01  WS-Pay-Frequency   PIC X(01)   value "B".
                   88  WS-Pays-Weekly                        value "W".
                   88  WS-Pays-Biweekly                      value "B".
                   88  WS-Pays-Semimonthly                   value "S".
                   88  WS-Pays-Monthly                       value "M".
               01  WS-Period-Days   PIC 9(02)   COMP value 14.
               01  WS-Worked-Days   PIC S9(04)   COMP value 0.
               01  WS-Period-End-Integer   PIC 9(08)   COMP value 0.
               01  WS-Period-Start-Integer   PIC 9(08)   COMP value 0.
               01  WS-Hire-Integer   PIC 9(08)   COMP value 0.

               01  WS-Flat-Withholding-Rate   PIC V99   value .22.
               01  WS-SocSec-Rate   PIC V9999   value .0620.
               01  WS-Medicare-Rate   PIC V9999   value .0145.
               01  WS-SocSec-Wage-Base   PIC 9(07)   value 176100.
               01  WS-Flat-State-Rate   PIC V999   value .050.
               01  WS-Ledger-CCPA-Rate   PIC V99   value .25.
               01  WS-Period-Rate   PIC V999   value 0.
               01  WS-State-Rate   PIC V999   value 0.
               01  WS-COLA-Rate   PIC V999   value 0.
               01  WS-W4-Single-Allowance   PIC 9(05)   value 8600.
               01  WS-W4-Married-Allowance   PIC 9(05)   value 12900.
               01  WS-W4-Allowance   PIC 9(05)   value 0.
               01  WS-W4-Periods   PIC 9(02)   COMP value 26.
               01  WS-W4-Annual-Wage   PIC S9(8)V99 value 0.
               01  WS-W4-Period-Wage   PIC S9(7)V99 value 0.

               01  WS-Posting-Gross   PIC S9(7)V99 value 0.
               01  WS-Period-Withholding   PIC S9(7)V99 value 0.
               01  WS-Period-SocSec   PIC S9(7)V99 value 0.
               01  WS-Period-Medicare   PIC S9(7)V99 value 0.
               01  WS-Period-StateTax   PIC S9(7)V99 value 0.
               01  WS-Period-Deductions   PIC S9(7)V99 value 0.
               01  WS-Period-Net   PIC S9(7)V99 value 0.
               01  WS-SocSec-Room   PIC S9(8)V99 value 0.
               01  WS-Successor-Credit   PIC S9(8)V99 value 0.
               01  WS-Ytd-Gross   PIC S9(8)V99 value 0.
               01  WS-Ytd-Imputed   PIC S9(8)V99 value 0.
               01  WS-Period-Taxable-Wages   PIC S9(7)V99 value 0.

      * Group-term life imputed income, valued as the payroll run
      * values it: LifePlanFile gives the salary multiple of the
      * coverage each life deduction code buys, and coverage over the
      * first $50,000 is costed at the IRS Table I monthly rate per
      * $1,000 for the employee's age band (highest age, rate).
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
               01  WS-Ledger-Pretax   PIC S9(7)V99 value 0.
               01  WS-Ledger-Taxable   PIC S9(7)V99 value 0.
               01  WS-Ledger-Disposable   PIC S9(7)V99 value 0.
               01  WS-Ledger-CCPA-Cap   PIC S9(7)V99 value 0.
               01  WS-Ledger-Garnish   PIC S9(7)V99 value 0.
               01  WS-Ledger-Order-Amt   PIC S9(7)V99 value 0.
               01  WS-Loan-Deductions   PIC S9(7)V99 value 0.
               01  WS-Loan-Take   PIC S9(7)V99 value 0.
               01  WS-Loan-Room   PIC S9(7)V99 value 0.

               01  WS-Preview-Count   PIC 9(05)   COMP value 0.
               01  WS-Changed-Count   PIC 9(05)   COMP value 0.
               01  WS-Skipped-Count   PIC 9(05)   COMP value 0.
               01  WS-Proposal-Count   PIC 9(05)   COMP value 0.

               01  WS-Office-Totals.
                   05  WS-Off-Count                  PIC 9(05) COMP.
                   05  WS-Off-Cur-Gross              PIC S9(9)V99.
                   05  WS-Off-Sim-Gross              PIC S9(9)V99.
                   05  WS-Off-Cur-Taxes              PIC S9(9)V99.
                   05  WS-Off-Sim-Taxes              PIC S9(9)V99.
                   05  WS-Off-Cur-Net                PIC S9(9)V99.
                   05  WS-Off-Sim-Net                PIC S9(9)V99.
               01  WS-Grand-Totals.
                   05  WS-Grand-Count                PIC 9(05) COMP.
                   05  WS-Grand-Cur-Gross            PIC S9(9)V99.
                   05  WS-Grand-Sim-Gross            PIC S9(9)V99.
                   05  WS-Grand-Cur-Taxes            PIC S9(9)V99.
                   05  WS-Grand-Sim-Taxes            PIC S9(9)V99.
                   05  WS-Grand-Cur-Net              PIC S9(9)V99.
                   05  WS-Grand-Sim-Net              PIC S9(9)V99.

               01  PreviewHeading2.
               05   PIC X(17)   value spaces.
               05   PIC X(35)   value
                   "Current versus Simulated Payroll   ".
               05   PIC X(07)   value "As of: ".
               05  PH-As-Of-Date   PIC 9(04)/9(02)/9(02).
               05   PIC X(3)   value spaces.
               05   PIC X(18)   value "Staged changes:   ".
               05  PH-Proposal-Count   PIC ZZZZ9.

               01  PreviewColumnHeadings.
               05   PIC X(05)   value "Emp #".
               05   PIC X(2)   value spaces.
               05   PIC X(20)   value "Employee Name".
               05   PIC X(2)   value spaces.
               05   PIC X(13)   value "   Cur Gross ".
               05   PIC X(13)   value "   Sim Gross ".
               05   PIC X(13)   value "   Cur Taxes ".
               05   PIC X(13)   value "   Sim Taxes ".
               05   PIC X(13)   value "     Cur Net ".
               05   PIC X(13)   value "     Sim Net ".
               05   PIC X(13)   value "  Net Change ".
               05   PIC X(1)   value spaces.
               05   PIC X(08)   value "Note".

               01  PreviewDetailLine.
                   05  PD-EmployeeNumber                PIC X(05).
               05   PIC X(2) value spaces.
                   05  PD-EmployeeName                  PIC X(20).
               05   PIC X(2) value spaces.
               05  PD-Cur-Gross   PIC Z(7)9.99-.
               05   PIC X(1) value spaces.
               05  PD-Sim-Gross   PIC Z(7)9.99-.
               05   PIC X(1) value spaces.
               05  PD-Cur-Taxes   PIC Z(7)9.99-.
               05   PIC X(1) value spaces.
               05  PD-Sim-Taxes   PIC Z(7)9.99-.
               05   PIC X(1) value spaces.
               05  PD-Cur-Net   PIC Z(7)9.99-.
               05   PIC X(1) value spaces.
               05  PD-Sim-Net   PIC Z(7)9.99-.
               05   PIC X(1) value spaces.
               05  PD-Net-Change   PIC Z(7)9.99-.
               05   PIC X(2) value spaces.
                   05  PD-Note                          PIC X(08).

               01  PreviewTotalLine.
                   05  PT-Label                         PIC X(18).
                   05  PT-Count                         PIC ZZZZ9.
               05   PIC X(06) value " emps ".
               05  PT-Cur-Gross   PIC Z(7)9.99-.
               05   PIC X(1) value spaces.
               05  PT-Sim-Gross   PIC Z(7)9.99-.
               05   PIC X(1) value spaces.
               05  PT-Cur-Taxes   PIC Z(7)9.99-.
               05   PIC X(1) value spaces.
               05  PT-Sim-Taxes   PIC Z(7)9.99-.
               05   PIC X(1) value spaces.
               05  PT-Cur-Net   PIC Z(7)9.99-.
               05   PIC X(1) value spaces.
               05  PT-Sim-Net   PIC Z(7)9.99-.
               05   PIC X(1) value spaces.
               05  PT-Net-Change   PIC Z(7)9.99-.

               01  PreviewCountLine.
               05   PIC X(20)   value "Employees previewed:".
                   05  PC-Preview-Count                 PIC ZZZZ9.
               05   PIC X(3)   value spaces.
               05   PIC X(24)   value "With a staged change:   ".
                   05  PC-Changed-Count                 PIC ZZZZ9.
               05   PIC X(3)   value spaces.
               05   PIC X(24)   value "Terminated, not shown:  ".
                   05  PC-Skipped-Count                 PIC ZZZZ9.

       Procedure Division.
           Initilization.
               PERFORM 600-FormatDate
               PERFORM 700-FormatTime
               PERFORM 050-Select-Run-Options
               PERFORM 100-Open-Files
               IF WS-Files-Ready
                   PERFORM 120-Build-Simulation-Copies
                   PERFORM 300-Write-Heading
                   INITIALIZE WS-Office-Totals WS-Grand-Totals
                   SORT PreviewSortFile
                       ON ASCENDING KEY PV-TerritoryNumber
                                        PV-OfficeNumber
                                        PV-EmployeeNumber
                       INPUT PROCEDURE IS 400-Preview-Employees
                       OUTPUT PROCEDURE IS 460-Print-Preview
                   PERFORM 480-Write-Grand-Total
               END-IF
               PERFORM 500-Close-Files.
               IF WS-Open-Failed
                   MOVE 16 TO RETURN-CODE
               END-IF
               STOP RUN.

           050-Select-Run-Options.
               ACCEPT WS-Command-Line-Param FROM COMMAND-LINE
               MOVE WS-Today TO WS-As-Of-Date
               IF WS-Command-Line-Param(1:8) IS NUMERIC
                   MOVE WS-Command-Line-Param(1:8) TO WS-As-Of-Date
               END-IF
               DISPLAY "PREVIEW: payroll preview as of " WS-As-Of-Date.

           100-Open-Files.
               OPEN INPUT PayrollReport
                   CALL "Validations" USING File_Status, "PREVIEW"
               OPEN OUTPUT PreviewReportFile
               CALL "Validations" USING PreviewRpt-Status, "PREVIEW"
               OPEN OUTPUT SimTaxBracketFile
               CALL "Validations" USING SimTaxBr-Status, "PREVIEW"
               OPEN OUTPUT SimStateTaxFile
               CALL "Validations" USING SimStTax-Status, "PREVIEW"
               OPEN OUTPUT SimColaRateFile
               CALL "Validations" USING SimCola-Status, "PREVIEW"
               OPEN OUTPUT SimTransFile
               CALL "Validations" USING SimTrans-Status, "PREVIEW"
               IF File_Status NOT = "00"
                       OR PreviewRpt-Status NOT = "00"
                       OR SimTaxBr-Status NOT = "00"
                       OR SimStTax-Status NOT = "00"
                       OR SimCola-Status NOT = "00"
                       OR SimTrans-Status NOT = "00"
                   SET WS-Open-Failed TO TRUE
               END-IF
               OPEN INPUT YtdAccumFile
               IF YtdAccum-Status = "00"
                   SET WS-YtdAccum-Ready TO TRUE
               END-IF
               OPEN INPUT TaxBracketFile
               IF TaxBracket-Status = "00"
                   SET WS-TaxBr-Ready TO TRUE
               END-IF
               OPEN INPUT StateTaxFile
               IF StateTax-Status = "00"
                   SET WS-StateTax-Ready TO TRUE
               END-IF
               OPEN INPUT ColaRateFile
               IF ColaRate-Status = "00"
                   SET WS-Cola-Ready TO TRUE
               END-IF
               OPEN INPUT PayPeriodCalFile
               IF PerCal-Status = "00"
                   SET WS-PerCal-Ready TO TRUE
               END-IF
               OPEN INPUT W4ElectionFile
               IF W4Elect-Status = "00"
                   SET WS-W4Elect-Ready TO TRUE
               END-IF
               OPEN INPUT GarnishOrderFile
               IF GarnishOrder-Status = "00"
                   SET WS-Garnish-Ready TO TRUE
               END-IF
               OPEN INPUT EmployeeAddrFile
               IF EmpAddr-Status = "00"
                   SET WS-EmpAddr-Ready TO TRUE
               END-IF
               OPEN INPUT LoanFile
               IF Loan-Status = "00"
                   SET WS-Loan-Ready TO TRUE
               END-IF
               OPEN INPUT EmployeeBirthFile
               IF EmpBirth-Status = "00"
                   SET WS-Birth-Ready TO TRUE
               END-IF
               PERFORM 110-Load-Life-Plans.

           110-Load-Life-Plans.
               MOVE 0 TO WS-Life-Plan-Count
               OPEN INPUT LifePlanFile
               IF WS-LifePlan-Status = "00"
                   PERFORM 112-Read-Life-Plan-Record
                   PERFORM 114-Store-Life-Plan
                       UNTIL WS-LifePlan-Status NOT = "00"
                   CLOSE LifePlanFile
               END-IF.

           112-Read-Life-Plan-Record.
               READ LifePlanFile
                   AT END
                       MOVE "10" TO WS-LifePlan-Status
               END-READ.

           114-Store-Life-Plan.
               IF WS-Life-Plan-Count < 20
                   ADD 1 TO WS-Life-Plan-Count
                   MOVE LP-Deduction-Code
                       TO LT-Deduction-Code (WS-Life-Plan-Count)
                   MOVE LP-Salary-Multiple
                       TO LT-Salary-Multiple (WS-Life-Plan-Count)
                   MOVE LP-Maximum-Coverage
                       TO LT-Maximum-Coverage (WS-Life-Plan-Count)
               END-IF
               PERFORM 112-Read-Life-Plan-Record.

      *****************************************************************
      * The simulation copies start as images of the live tables; the
      * staged proposals are then laid over them, replacing a live
      * entry with the same key or adding a new one.
      *****************************************************************
           120-Build-Simulation-Copies.
               IF WS-TaxBr-Ready
                   SET WS-Copy-Not-Eof TO TRUE
                   PERFORM 122-Copy-One-Tax-Bracket
                       UNTIL WS-Copy-Eof
               END-IF
               IF WS-StateTax-Ready
                   SET WS-Copy-Not-Eof TO TRUE
                   PERFORM 124-Copy-One-State-Rate
                       UNTIL WS-Copy-Eof
               END-IF
               IF WS-Cola-Ready
                   SET WS-Copy-Not-Eof TO TRUE
                   PERFORM 126-Copy-One-Cola-Rate
                       UNTIL WS-Copy-Eof
               END-IF
               OPEN INPUT PrvTaxBracketFile
               IF PrvTaxBr-Status = "00"
                   SET WS-Copy-Not-Eof TO TRUE
                   PERFORM 132-Stage-One-Tax-Bracket
                       UNTIL WS-Copy-Eof
                   CLOSE PrvTaxBracketFile
               END-IF
               OPEN INPUT PrvStateTaxFile
               IF PrvStTax-Status = "00"
                   SET WS-Copy-Not-Eof TO TRUE
                   PERFORM 134-Stage-One-State-Rate
                       UNTIL WS-Copy-Eof
                   CLOSE PrvStateTaxFile
               END-IF
               OPEN INPUT PrvColaRateFile
               IF PrvCola-Status = "00"
                   SET WS-Copy-Not-Eof TO TRUE
                   PERFORM 136-Stage-One-Cola-Rate
                       UNTIL WS-Copy-Eof
                   CLOSE PrvColaRateFile
               END-IF
               OPEN INPUT PrvTransFile
               IF PrvTrans-Status = "00"
                   SET WS-Copy-Not-Eof TO TRUE
                   PERFORM 138-Stage-One-Trans
                       UNTIL WS-Copy-Eof
                   CLOSE PrvTransFile
               END-IF
               CLOSE SimTaxBracketFile
               CLOSE SimStateTaxFile
               CLOSE SimColaRateFile
               CLOSE SimTransFile
               OPEN INPUT SimTaxBracketFile
               OPEN INPUT SimStateTaxFile
               OPEN INPUT SimColaRateFile
               OPEN INPUT SimTransFile
               DISPLAY "PREVIEW: staged proposal records: "
                   WS-Proposal-Count.

           122-Copy-One-Tax-Bracket.
               READ TaxBracketFile NEXT RECORD
                   AT END
                       SET WS-Copy-Eof TO TRUE
                   NOT AT END
                       MOVE TaxBracketRecord TO SimTaxBracketRecord
                       WRITE SimTaxBracketRecord
                           INVALID KEY
                               CONTINUE
                       END-WRITE
               END-READ.

           124-Copy-One-State-Rate.
               READ StateTaxFile NEXT RECORD
                   AT END
                       SET WS-Copy-Eof TO TRUE
                   NOT AT END
                       MOVE StateTaxRecord TO SimStateTaxRecord
                       WRITE SimStateTaxRecord
                           INVALID KEY
                               CONTINUE
                       END-WRITE
               END-READ.

           126-Copy-One-Cola-Rate.
               READ ColaRateFile NEXT RECORD
                   AT END
                       SET WS-Copy-Eof TO TRUE
                   NOT AT END
                       MOVE ColaRateRecord TO SimColaRateRecord
                       WRITE SimColaRateRecord
                           INVALID KEY
                               CONTINUE
                       END-WRITE
               END-READ.

           132-Stage-One-Tax-Bracket.
               READ PrvTaxBracketFile
                   AT END
                       SET WS-Copy-Eof TO TRUE
                   NOT AT END
                       ADD 1 TO WS-Proposal-Count
                       MOVE TBP-Territory TO SB-Territory
                       IF TBP-Effective-Date IS NUMERIC
                           MOVE TBP-Effective-Date TO SB-Effective-Date
                       ELSE
                           MOVE WS-As-Of-Date TO SB-Effective-Date
                       END-IF
                       MOVE TBP-Bracket-Floor TO SB-Bracket-Floor
                       MOVE TBP-Rate TO SB-Rate
                       WRITE SimTaxBracketRecord
                           INVALID KEY
                               REWRITE SimTaxBracketRecord
                                   INVALID KEY
                                       CONTINUE
                               END-REWRITE
                       END-WRITE
               END-READ.

           134-Stage-One-State-Rate.
               READ PrvStateTaxFile
                   AT END
                       SET WS-Copy-Eof TO TRUE
                   NOT AT END
                       ADD 1 TO WS-Proposal-Count
                       MOVE SXP-State TO SS-State
                       IF SXP-Effective-Date IS NUMERIC
                           MOVE SXP-Effective-Date TO SS-Effective-Date
                       ELSE
                           MOVE WS-As-Of-Date TO SS-Effective-Date
                       END-IF
                       MOVE SXP-Rate TO SS-Rate
                       WRITE SimStateTaxRecord
                           INVALID KEY
                               REWRITE SimStateTaxRecord
                                   INVALID KEY
                                       CONTINUE
                               END-REWRITE
                       END-WRITE
               END-READ.

           136-Stage-One-Cola-Rate.
               READ PrvColaRateFile
                   AT END
                       SET WS-Copy-Eof TO TRUE
                   NOT AT END
                       ADD 1 TO WS-Proposal-Count
                       MOVE CLP-Territory TO SC-Territory
                       MOVE CLP-Effective-Date TO SC-Effective-Date
                       MOVE CLP-COLA-Rate TO SC-COLA-Rate
                       WRITE SimColaRateRecord
                           INVALID KEY
                               REWRITE SimColaRateRecord
                                   INVALID KEY
                                       CONTINUE
                               END-REWRITE
                       END-WRITE
                       PERFORM 137-Note-Cola-Territory
               END-READ.

           137-Note-Cola-Territory.
               MOVE 0 TO WS-Cola-Idx
               PERFORM 139-Check-One-Cola-Territory
                   VARYING WS-Cola-Scan-Idx FROM 1 BY 1
                   UNTIL WS-Cola-Idx > 0
                       OR WS-Cola-Scan-Idx > WS-Cola-Terr-Count
               IF WS-Cola-Idx = 0 AND WS-Cola-Terr-Count < 50
                   ADD 1 TO WS-Cola-Terr-Count
                   MOVE CLP-Territory
                       TO WS-Cola-Territory (WS-Cola-Terr-Count)
               END-IF.

           139-Check-One-Cola-Territory.
               IF WS-Cola-Territory (WS-Cola-Scan-Idx) = CLP-Territory
                   MOVE WS-Cola-Scan-Idx TO WS-Cola-Idx
               END-IF.

      * A later change card for the same employee replaces an earlier
      * one, as the update run would leave the last one standing.
           138-Stage-One-Trans.
               MOVE SPACES TO PrvTransRecord
               READ PrvTransFile
                   AT END
                       SET WS-Copy-Eof TO TRUE
                   NOT AT END
                       ADD 1 TO WS-Proposal-Count
                       MOVE TXP-EmployeeNumber TO SM-EmployeeNumber
                       MOVE TXP-EmployeeName TO SM-EmployeeName
                       MOVE TXP-TerritoryNumber TO SM-TerritoryNumber
                       MOVE TXP-OfficeNumber TO SM-OfficeNumber
                       MOVE TXP-AnnualSalary TO SM-AnnualSalary
                       MOVE TXP-EmployeeStatus TO SM-EmployeeStatus
                       WRITE SimTransRecord
                           INVALID KEY
                               REWRITE SimTransRecord
                                   INVALID KEY
                                       CONTINUE
                               END-REWRITE
                       END-WRITE
               END-READ.

           200-Read-Records.
               READ PayrollReport NEXT RECORD
                   AT END
                       SET WS-Eof TO TRUE
                   NOT AT END
                       MOVE EmployeeRecord TO EmployeeRecords
               END-READ.

           300-Write-Heading.
               MOVE "Payroll Preview" TO HeaderReportTitle
               MOVE WS-As-Of-Date TO PH-As-Of-Date
               MOVE WS-Proposal-Count TO PH-Proposal-Count
               MOVE SPACES TO PreviewPrintLine
               WRITE PreviewPrintLine FROM HeaderMain
                   AFTER ADVANCING PAGE
               WRITE PreviewPrintLine FROM PreviewHeading2
                   AFTER ADVANCING 1
               WRITE PreviewPrintLine FROM HeaderMain3
                   AFTER ADVANCING 2
               WRITE PreviewPrintLine FROM PreviewColumnHeadings
                   AFTER ADVANCING 2.

      *****************************************************************
      * Each employee is run through gross-to-net once as the files
      * stand and once against the simulation copies.
      *****************************************************************
           400-Preview-Employees.
               SET WS-Not-Eof TO TRUE
               PERFORM 200-Read-Records
               PERFORM 405-Preview-One-Employee
                   UNTIL WS-Eof.

           405-Preview-One-Employee.
               IF Employee-Terminated
                   ADD 1 TO WS-Skipped-Count
               ELSE
                   ADD 1 TO WS-Preview-Count
                   MOVE EmployeeRecords TO WS-Saved-Employee
                   MOVE SPACES TO PreviewSortRecord
                   MOVE TerritoryNumber TO PV-TerritoryNumber
                   MOVE OfficeNumber TO PV-OfficeNumber
                   MOVE EmployeeNumber TO PV-EmployeeNumber
                   MOVE EmployeeName TO PV-EmployeeName
                   SET WS-Side-Current TO TRUE
                   PERFORM 410-Compute-Gross-To-Net
                   MOVE WS-Posting-Gross TO PV-Cur-Gross
                   COMPUTE PV-Cur-Taxes =
                       WS-Period-Withholding + WS-Period-SocSec
                           + WS-Period-Medicare + WS-Period-StateTax
                   MOVE WS-Period-Net TO PV-Cur-Net
                   SET WS-Side-Simulated TO TRUE
                   PERFORM 407-Apply-Staged-Changes
                   IF Employee-Terminated
                       MOVE 0 TO PV-Sim-Gross PV-Sim-Taxes PV-Sim-Net
                   ELSE
                       PERFORM 410-Compute-Gross-To-Net
                       MOVE WS-Posting-Gross TO PV-Sim-Gross
                       COMPUTE PV-Sim-Taxes =
                           WS-Period-Withholding + WS-Period-SocSec
                               + WS-Period-Medicare
                               + WS-Period-StateTax
                       MOVE WS-Period-Net TO PV-Sim-Net
                   END-IF
                   IF PV-Note NOT = SPACES
                       ADD 1 TO WS-Changed-Count
                   END-IF
                   RELEASE PreviewSortRecord
               END-IF
               PERFORM 200-Read-Records.

      * Staged changes are applied to the working copy as the update
      * run applies EmpTrans cards; a staged or proposed COLA then
      * adjusts the salary as the update run's COLA step would.
           407-Apply-Staged-Changes.
               MOVE WS-Saved-Employee TO EmployeeRecords
               SET WS-Sim-Trans-Not-Found TO TRUE
               MOVE EmployeeNumber TO SM-EmployeeNumber
               READ SimTransFile
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET WS-Sim-Trans-Found TO TRUE
               END-READ
               IF WS-Sim-Trans-Found
                   MOVE "CHANGE" TO PV-Note
                   IF SM-EmployeeName NOT = SPACES
                       MOVE SM-EmployeeName TO EmployeeName
                   END-IF
                   IF SM-TerritoryNumber NOT = SPACES
                       MOVE SM-TerritoryNumber TO TerritoryNumber
                   END-IF
                   IF SM-OfficeNumber NOT = SPACES
                       MOVE SM-OfficeNumber TO OfficeNumber
                   END-IF
                   IF SM-AnnualSalary IS NUMERIC
                           AND SM-AnnualSalary NOT = "0000000"
                       MOVE SM-AnnualSalary TO AnnualSalary
                       MOVE "RAISE" TO PV-Note
                   END-IF
                   IF SM-EmployeeStatus NOT = SPACES
                       MOVE SM-EmployeeStatus TO EmployeeStatus
                   END-IF
                   IF Employee-Terminated
                       MOVE "TERM" TO PV-Note
                   END-IF
               END-IF
               SET WS-Sim-Cola-Not-Applied TO TRUE
               IF WS-Sim-Trans-Found
                   SET WS-Sim-Cola-Applies TO TRUE
               ELSE
                   MOVE 0 TO WS-Cola-Idx
                   PERFORM 408-Check-Cola-Territory
                       VARYING WS-Cola-Scan-Idx FROM 1 BY 1
                       UNTIL WS-Cola-Idx > 0
                           OR WS-Cola-Scan-Idx > WS-Cola-Terr-Count
                   IF WS-Cola-Idx > 0
                       SET WS-Sim-Cola-Applies TO TRUE
                   END-IF
               END-IF
               IF WS-Sim-Cola-Applies AND NOT Employee-Terminated
                   PERFORM 409-Apply-Sim-Cola
               END-IF.

           408-Check-Cola-Territory.
               IF WS-Cola-Territory (WS-Cola-Scan-Idx)
                       = TerritoryNumber
                   MOVE WS-Cola-Scan-Idx TO WS-Cola-Idx
               END-IF.

           409-Apply-Sim-Cola.
               MOVE TerritoryNumber TO SC-Territory
               MOVE WS-As-Of-Date TO SC-Effective-Date
               START SimColaRateFile KEY IS LESS THAN OR EQUAL SC-Key
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       READ SimColaRateFile NEXT RECORD
                           AT END
                               CONTINUE
                           NOT AT END
                               IF SC-Territory = TerritoryNumber
                                   COMPUTE WS-COLA-Rate =
                                       SC-COLA-Rate / 1000
                                   COMPUTE AnnualSalary =
                                       AnnualSalary
                                       + (AnnualSalary * WS-COLA-Rate)
                                   IF PV-Note = SPACES
                                       MOVE "COLA" TO PV-Note
                                   END-IF
                               END-IF
                       END-READ
               END-START.

      *****************************************************************
      * Gross-to-net, following the regular posting run: frequency,
      * period, gross with leave and new-hire proration, withholding
      * with the W-4 election, group-term life imputed income, FICA
      * against the year-to-date wages, deductions, garnishments,
      * state tax and loan repayments.  The
      * tax bracket and state tax tables come from the live files or
      * the simulation copies according to WS-Side-Switch.
      *****************************************************************
           410-Compute-Gross-To-Net.
               PERFORM 411-Set-Office-Frequency
               PERFORM 412-Find-Period-Date
               PERFORM 413-Compute-Period-Gross
               PERFORM 414-Prorate-New-Hire
               PERFORM 430-Compute-Imputed-Life
               PERFORM 415-Find-Period-Withholding
               MOVE 0 TO WS-Ytd-Gross WS-Ytd-Imputed
               IF WS-YtdAccum-Ready
                   MOVE EmployeeNumber TO YT-EmployeeNumber
                   MOVE PP-Year TO YT-Year
                   READ YtdAccumFile
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE YT-Gross TO WS-Ytd-Gross
                           MOVE YT-Imputed-Income TO WS-Ytd-Imputed
                   END-READ
               END-IF
               PERFORM 420-Compute-Fica-Withholding
               MOVE 0 TO WS-Period-Deductions WS-Ledger-Pretax
                   WS-Ledger-Garnish
               PERFORM 421-Compute-Deductions-Garnish
               COMPUTE WS-Ledger-Taxable =
                   WS-Posting-Gross - WS-Ledger-Pretax
               PERFORM 426-Compute-State-Tax
               PERFORM 428-Compute-Loan-Repayments
               COMPUTE WS-Period-Net =
                   WS-Posting-Gross - WS-Period-Withholding
                       - WS-Period-SocSec - WS-Period-Medicare
                       - WS-Period-StateTax - WS-Period-Deductions
                       - WS-Ledger-Garnish - WS-Loan-Deductions.

           411-Set-Office-Frequency.
               SET WS-Pays-Biweekly TO TRUE
               SET RT-TerrOff-Table TO TRUE
               MOVE SPACES TO RT-Key
               MOVE TerritoryNumber TO RT-Key-Territory
               MOVE OfficeNumber TO RT-Key-Office
               CALL "RefTable" USING RefTableRequest
               IF RT-Found
                   AND RT-TO-Pay-Frequency NOT = SPACES
                   MOVE RT-TO-Pay-Frequency TO WS-Pay-Frequency
               END-IF.

           412-Find-Period-Date.
               MOVE WS-As-Of-Date TO WS-Current-Period-Date
               IF WS-PerCal-Ready
                   MOVE WS-Pay-Frequency TO PC-Pay-Frequency
                   MOVE WS-As-Of-Date TO PC-Period-End-Date
                   START PayPeriodCalFile
                           KEY IS GREATER THAN OR EQUAL PC-Key
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           READ PayPeriodCalFile NEXT RECORD
                               AT END
                                   CONTINUE
                               NOT AT END
                                   IF PC-Pay-Frequency
                                           = WS-Pay-Frequency
                                       MOVE PC-Period-End-Date
                                           TO WS-Current-Period-Date
                                   END-IF
                           END-READ
                   END-START
               END-IF
               MOVE WS-Current-Period-Date TO PayPeriodDate.

           413-Compute-Period-Gross.
               EVALUATE TRUE
                   WHEN WS-Pays-Weekly
                       COMPUTE Biweekly-Gross = AnnualSalary / 52
                   WHEN WS-Pays-Semimonthly
                       COMPUTE Biweekly-Gross = AnnualSalary / 24
                   WHEN WS-Pays-Monthly
                       COMPUTE Biweekly-Gross = AnnualSalary / 12
                   WHEN OTHER
                       COMPUTE Biweekly-Gross = AnnualSalary / 26
               END-EVALUATE
               COMPUTE Monthly-Gross = AnnualSalary / 12
               IF Employee-Leave AND Leave-Percent > 0
                   COMPUTE Biweekly-Gross ROUNDED =
                       Biweekly-Gross * Leave-Percent / 100
                   COMPUTE Monthly-Gross ROUNDED =
                       Monthly-Gross * Leave-Percent / 100
               END-IF
               IF WS-Pays-Monthly
                   MOVE Monthly-Gross TO WS-Posting-Gross
               ELSE
                   MOVE Biweekly-Gross TO WS-Posting-Gross
               END-IF.

           414-Prorate-New-Hire.
               EVALUATE TRUE
                   WHEN WS-Pays-Weekly
                       MOVE 7 TO WS-Period-Days
                   WHEN WS-Pays-Semimonthly
                       MOVE 15 TO WS-Period-Days
                   WHEN WS-Pays-Monthly
                       MOVE 30 TO WS-Period-Days
                   WHEN OTHER
                       MOVE 14 TO WS-Period-Days
               END-EVALUATE
               MOVE WS-Period-Days TO WS-Worked-Days
               IF HD-Date-Numeric IS NUMERIC
                       AND HD-Date-Numeric > 19000101
                       AND HD-Date-Numeric <= PP-Date-Numeric
                   COMPUTE WS-Period-End-Integer =
                       FUNCTION INTEGER-OF-DATE(PP-Date-Numeric)
                   COMPUTE WS-Period-Start-Integer =
                       WS-Period-End-Integer - WS-Period-Days + 1
                   COMPUTE WS-Hire-Integer =
                       FUNCTION INTEGER-OF-DATE(HD-Date-Numeric)
                   IF WS-Hire-Integer > WS-Period-Start-Integer
                       COMPUTE WS-Worked-Days =
                           WS-Period-End-Integer
                               - WS-Hire-Integer + 1
                   END-IF
               END-IF
               IF WS-Worked-Days < WS-Period-Days
                   COMPUTE WS-Posting-Gross ROUNDED =
                       WS-Posting-Gross
                           * WS-Worked-Days / WS-Period-Days
               END-IF.

           415-Find-Period-Withholding.
               MOVE WS-Flat-Withholding-Rate TO WS-Period-Rate
               PERFORM 418-Find-W4-Election
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
               IF WS-Side-Current
                   PERFORM 416-Read-Current-Bracket
               ELSE
                   PERFORM 417-Read-Simulated-Bracket
               END-IF
               COMPUTE WS-Period-Withholding ROUNDED =
                   WS-Period-Taxable-Wages * WS-Period-Rate
               IF WS-W4-Found
                   PERFORM 419-Apply-W4-Election
               END-IF.

           416-Read-Current-Bracket.
               SET RT-TaxBracket-Table TO TRUE
               MOVE SPACES TO RT-Key
               MOVE TerritoryNumber TO RT-Key-TB-Territory
               MOVE WS-W4-Annual-Wage TO RT-Key-Bracket-Floor
               MOVE WS-Current-Period-Date TO RT-As-Of-Date
               CALL "RefTable" USING RefTableRequest
               IF RT-Found
                   COMPUTE WS-Period-Rate = RT-TB-Rate / 1000
               END-IF.

      * The first START finds the bracket version in force on the
      * period date, the second the bracket within that version.
           417-Read-Simulated-Bracket.
               SET WS-Sim-Bracket-Not-Found TO TRUE
               MOVE TerritoryNumber TO SB-Territory
               MOVE WS-Current-Period-Date TO SB-Effective-Date
               MOVE 9999999 TO SB-Bracket-Floor
               START SimTaxBracketFile
                       KEY IS LESS THAN OR EQUAL SB-Key
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM 425-Read-Simulated-Bracket
               END-START
               IF WS-Sim-Bracket-Found
                   SET WS-Sim-Bracket-Not-Found TO TRUE
                   MOVE SB-Effective-Date TO WS-Sim-Version-Date
                   MOVE WS-W4-Annual-Wage TO SB-Bracket-Floor
                   START SimTaxBracketFile
                           KEY IS LESS THAN OR EQUAL SB-Key
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           PERFORM 425-Read-Simulated-Bracket
                   END-START
                   IF WS-Sim-Bracket-Found
                           AND SB-Effective-Date = WS-Sim-Version-Date
                       COMPUTE WS-Period-Rate = SB-Rate / 1000
                   END-IF
               END-IF.

           425-Read-Simulated-Bracket.
               READ SimTaxBracketFile NEXT RECORD
                   AT END
                       CONTINUE
                   NOT AT END
                       IF SB-Territory = TerritoryNumber
                           SET WS-Sim-Bracket-Found TO TRUE
                       END-IF
               END-READ.

           418-Find-W4-Election.
               SET WS-W4-Not-Found TO TRUE
               SET WS-W4-Not-Exempt TO TRUE
               IF WS-W4Elect-Ready
                   MOVE EmployeeNumber TO W4-EmployeeNumber
                   MOVE PP-Date-Numeric TO W4-Effective-Date
                   START W4ElectionFile
                           KEY IS LESS THAN OR EQUAL W4-Key
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           READ W4ElectionFile NEXT RECORD
                               AT END
                                   CONTINUE
                               NOT AT END
                                   IF W4-EmployeeNumber
                                           = EmployeeNumber
                                       SET WS-W4-Found TO TRUE
                                   END-IF
                           END-READ
                   END-START
               END-IF
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

           419-Apply-W4-Election.
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

           420-Compute-Fica-Withholding.
               MOVE 0 TO WS-Period-SocSec
               CALL "SuccessorWages" USING EmployeeNumber, PP-Year,
                   WS-Successor-Credit
               COMPUTE WS-SocSec-Room =
                   WS-SocSec-Wage-Base - WS-Ytd-Gross - WS-Ytd-Imputed
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

           421-Compute-Deductions-Garnish.
               PERFORM 422-Classify-One-Deduction
                   VARYING WS-Deduction-Idx FROM 1 BY 1
                   UNTIL WS-Deduction-Idx > 3
               COMPUTE WS-Ledger-Disposable =
                   WS-Posting-Gross - WS-Ledger-Pretax
                       - WS-Period-Withholding
               IF WS-Ledger-Disposable > 0 AND WS-Garnish-Ready
                   COMPUTE WS-Ledger-CCPA-Cap ROUNDED =
                       WS-Ledger-Disposable * WS-Ledger-CCPA-Rate
                   SET WS-LedgerGarn-Not-Eof TO TRUE
                   MOVE EmployeeNumber TO GO-EmployeeNumber
                   MOVE LOW-VALUES TO GO-Case-Number
                   START GarnishOrderFile
                           KEY IS GREATER THAN OR EQUAL GO-Key
                       INVALID KEY
                           SET WS-LedgerGarn-Eof TO TRUE
                   END-START
                   PERFORM 423-Add-One-Garnish
                       UNTIL WS-LedgerGarn-Eof
               END-IF.

           422-Classify-One-Deduction.
               IF DeductionAmount (WS-Deduction-Idx) NOT = 0
                       AND DeductionCode (WS-Deduction-Idx)
                           NOT = SPACES
                   ADD DeductionAmount (WS-Deduction-Idx)
                       TO WS-Period-Deductions
                   SET RT-DeductCode-Table TO TRUE
                   MOVE DeductionCode (WS-Deduction-Idx) TO RT-Key
                   MOVE WS-Current-Period-Date TO RT-As-Of-Date
                   CALL "RefTable" USING RefTableRequest
                   IF RT-Found AND RT-DC-Pre-Tax
                       ADD DeductionAmount (WS-Deduction-Idx)
                           TO WS-Ledger-Pretax
                   END-IF
               END-IF.

           423-Add-One-Garnish.
               READ GarnishOrderFile NEXT RECORD
                   AT END
                       SET WS-LedgerGarn-Eof TO TRUE
                   NOT AT END
                       IF GO-EmployeeNumber NOT = EmployeeNumber
                           SET WS-LedgerGarn-Eof TO TRUE
                       ELSE
                           PERFORM 424-Apply-One-Garnish-Order
                       END-IF
               END-READ.

           424-Apply-One-Garnish-Order.
               IF WS-Current-Period-Date < GO-Start-Date
                       OR (GO-End-Date NOT = 0
                           AND WS-Current-Period-Date > GO-End-Date)
                   CONTINUE
               ELSE
                   MOVE 0 TO WS-Ledger-Order-Amt
                   IF GO-Percent-Cap NOT = 0
                       COMPUTE WS-Ledger-Order-Amt ROUNDED =
                           WS-Ledger-Disposable
                               * GO-Percent-Cap / 100
                   END-IF
                   IF GO-Amount-Cap NOT = 0
                       AND (WS-Ledger-Order-Amt = 0
                           OR GO-Amount-Cap < WS-Ledger-Order-Amt)
                       MOVE GO-Amount-Cap TO WS-Ledger-Order-Amt
                   END-IF
                   ADD WS-Ledger-Order-Amt TO WS-Ledger-Garnish
                   IF WS-Ledger-Garnish > WS-Ledger-CCPA-Cap
                       MOVE WS-Ledger-CCPA-Cap TO WS-Ledger-Garnish
                   END-IF
               END-IF.

           426-Compute-State-Tax.
               MOVE WS-Flat-State-Rate TO WS-State-Rate
               IF WS-EmpAddr-Ready
                   MOVE EmployeeNumber TO AD-EmployeeNumber
                   READ EmployeeAddrFile
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE 0 TO WS-State-Rate
                           PERFORM 427-Find-State-Rate
                   END-READ
               END-IF
               COMPUTE WS-Period-StateTax ROUNDED =
                   (WS-Ledger-Taxable + WS-Period-Imputed)
                       * WS-State-Rate.

           427-Find-State-Rate.
               IF WS-Side-Current
                   SET RT-StateTax-Table TO TRUE
                   MOVE AD-State TO RT-Key
                   MOVE WS-Current-Period-Date TO RT-As-Of-Date
                   CALL "RefTable" USING RefTableRequest
                   IF RT-Found
                       COMPUTE WS-State-Rate = RT-ST-Rate / 1000
                   END-IF
               ELSE
                   MOVE AD-State TO SS-State
                   MOVE WS-Current-Period-Date TO SS-Effective-Date
                   START SimStateTaxFile
                           KEY IS LESS THAN OR EQUAL SS-Key
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           READ SimStateTaxFile NEXT RECORD
                               AT END
                                   CONTINUE
                               NOT AT END
                                   IF SS-State = AD-State
                                       COMPUTE WS-State-Rate =
                                           SS-Rate / 1000
                                   END-IF
                           END-READ
                   END-START
               END-IF.

      *****************************************************************
      * Imputed income for group-term life coverage over $50,000,     *
      * following the posting run: AnnualSalary times the multiple of *
      * the first life plan among the employee's deduction codes,     *
      * held to the plan maximum, the excess over $50,000 costed per  *
      * $1,000 a month at the Table I rate for the employee's age at  *
      * the end of the pay year, less the employee's own contribution *
      * through the life deduction.  No date of birth, no imputed     *
      * income.                                                       *
      *****************************************************************
           430-Compute-Imputed-Life.
               MOVE 0 TO WS-Period-Imputed WS-Imputed-Annual
                   WS-Life-Multiple WS-Life-Maximum WS-Life-Rate
                   WS-Life-Contribution
               IF NOT Employee-Terminated
                   PERFORM 432-Find-Life-Plan
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
                           AND WS-Birth-Ready
                       PERFORM 434-Find-Life-Age-Rate
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

           432-Find-Life-Plan.
               IF DeductionCode (WS-Deduction-Idx) NOT = SPACES
                   PERFORM 433-Match-Life-Plan
                       VARYING WS-Life-Plan-Idx FROM 1 BY 1
                       UNTIL WS-Life-Plan-Idx > WS-Life-Plan-Count
                           OR WS-Life-Multiple > 0
               END-IF.

           433-Match-Life-Plan.
               IF LT-Deduction-Code (WS-Life-Plan-Idx)
                       = DeductionCode (WS-Deduction-Idx)
                   MOVE LT-Salary-Multiple (WS-Life-Plan-Idx)
                       TO WS-Life-Multiple
                   MOVE LT-Maximum-Coverage (WS-Life-Plan-Idx)
                       TO WS-Life-Maximum
                   MOVE DeductionAmount (WS-Deduction-Idx)
                       TO WS-Life-Contribution
               END-IF.

           434-Find-Life-Age-Rate.
               MOVE EmployeeNumber TO BD-EmployeeNumber
               READ EmployeeBirthFile
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF BD-Date-Of-Birth > 0
                               AND BD-Birth-Year < PP-Year
                           COMPUTE WS-Life-Age = PP-Year - BD-Birth-Year
                           PERFORM 436-Match-Life-Age-Band
                               VARYING WS-Life-Rate-Idx FROM 1 BY 1
                               UNTIL WS-Life-Rate-Idx > 11
                                   OR WS-Life-Rate > 0
                       END-IF
               END-READ.

           436-Match-Life-Age-Band.
               IF WS-Life-Age NOT > LR-Through-Age (WS-Life-Rate-Idx)
                   MOVE LR-Monthly-Rate (WS-Life-Rate-Idx)
                       TO WS-Life-Rate
               END-IF.

      * Repayments are worked out from the loan balances as they
      * stand; the loan file is only read.
           428-Compute-Loan-Repayments.
               MOVE 0 TO WS-Loan-Deductions
               IF WS-Loan-Ready
                   COMPUTE WS-Loan-Room =
                       WS-Posting-Gross - WS-Period-Withholding
                           - WS-Period-SocSec - WS-Period-Medicare
                           - WS-Period-StateTax - WS-Period-Deductions
                           - WS-Ledger-Garnish
                   SET WS-Loan-Not-Eof TO TRUE
                   MOVE EmployeeNumber TO LN-EmployeeNumber
                   MOVE 0 TO LN-Loan-Number
                   START LoanFile KEY IS GREATER THAN OR EQUAL LN-Key
                       INVALID KEY
                           SET WS-Loan-Eof TO TRUE
                   END-START
                   PERFORM 429-Take-One-Loan
                       UNTIL WS-Loan-Eof
               END-IF.

           429-Take-One-Loan.
               READ LoanFile NEXT RECORD
                   AT END
                       SET WS-Loan-Eof TO TRUE
                   NOT AT END
                       IF LN-EmployeeNumber NOT = EmployeeNumber
                           SET WS-Loan-Eof TO TRUE
                       ELSE
                           IF LN-Open AND LN-Balance > 0
                                 AND LN-Start-Date <= PP-Date-Numeric
                               MOVE LN-Repayment TO WS-Loan-Take
                               IF WS-Loan-Take > LN-Balance
                                   MOVE LN-Balance TO WS-Loan-Take
                               END-IF
                               IF WS-Loan-Take > WS-Loan-Room
                                   MOVE WS-Loan-Room TO WS-Loan-Take
                               END-IF
                               IF WS-Loan-Take < 0
                                   MOVE 0 TO WS-Loan-Take
                               END-IF
                               SUBTRACT WS-Loan-Take FROM WS-Loan-Room
                               ADD WS-Loan-Take TO WS-Loan-Deductions
                           END-IF
                       END-IF
               END-READ.

      *****************************************************************
      * Side-by-side listing in territory / office order with a total
      * for each office.
      *****************************************************************
           460-Print-Preview.
               SET WS-Sort-Not-Eof TO TRUE
               SET WS-First-Office TO TRUE
               PERFORM 462-Return-Preview-Record
               PERFORM 465-Print-One-Employee
                   UNTIL WS-Sort-Eof
               IF WS-Not-First-Office
                   PERFORM 470-Write-Office-Total
               END-IF.

           462-Return-Preview-Record.
               RETURN PreviewSortFile
                   AT END
                       SET WS-Sort-Eof TO TRUE
               END-RETURN.

           465-Print-One-Employee.
               IF WS-First-Office
                   SET WS-Not-First-Office TO TRUE
                   MOVE PV-TerritoryNumber TO WS-Previous-Territory
                   MOVE PV-OfficeNumber TO WS-Previous-Office
               END-IF
               IF PV-TerritoryNumber NOT = WS-Previous-Territory
                       OR PV-OfficeNumber NOT = WS-Previous-Office
                   PERFORM 470-Write-Office-Total
                   MOVE PV-TerritoryNumber TO WS-Previous-Territory
                   MOVE PV-OfficeNumber TO WS-Previous-Office
               END-IF
               MOVE SPACES TO PreviewDetailLine
               MOVE PV-EmployeeNumber TO PD-EmployeeNumber
               MOVE PV-EmployeeName TO PD-EmployeeName
               MOVE PV-Cur-Gross TO PD-Cur-Gross
               MOVE PV-Sim-Gross TO PD-Sim-Gross
               MOVE PV-Cur-Taxes TO PD-Cur-Taxes
               MOVE PV-Sim-Taxes TO PD-Sim-Taxes
               MOVE PV-Cur-Net TO PD-Cur-Net
               MOVE PV-Sim-Net TO PD-Sim-Net
               COMPUTE PD-Net-Change = PV-Sim-Net - PV-Cur-Net
               MOVE PV-Note TO PD-Note
               MOVE SPACES TO PreviewPrintLine
               WRITE PreviewPrintLine FROM PreviewDetailLine
                   AFTER ADVANCING 1
               ADD 1 TO WS-Off-Count
               ADD PV-Cur-Gross TO WS-Off-Cur-Gross
               ADD PV-Sim-Gross TO WS-Off-Sim-Gross
               ADD PV-Cur-Taxes TO WS-Off-Cur-Taxes
               ADD PV-Sim-Taxes TO WS-Off-Sim-Taxes
               ADD PV-Cur-Net TO WS-Off-Cur-Net
               ADD PV-Sim-Net TO WS-Off-Sim-Net
               PERFORM 462-Return-Preview-Record.

           470-Write-Office-Total.
               MOVE SPACES TO PreviewTotalLine
               STRING "Office " DELIMITED BY SIZE
                      WS-Previous-Territory DELIMITED BY SIZE
                      "/" DELIMITED BY SIZE
                      WS-Previous-Office DELIMITED BY SIZE
                   INTO PT-Label
               END-STRING
               MOVE WS-Off-Count TO PT-Count
               MOVE WS-Off-Cur-Gross TO PT-Cur-Gross
               MOVE WS-Off-Sim-Gross TO PT-Sim-Gross
               MOVE WS-Off-Cur-Taxes TO PT-Cur-Taxes
               MOVE WS-Off-Sim-Taxes TO PT-Sim-Taxes
               MOVE WS-Off-Cur-Net TO PT-Cur-Net
               MOVE WS-Off-Sim-Net TO PT-Sim-Net
               COMPUTE PT-Net-Change = WS-Off-Sim-Net - WS-Off-Cur-Net
               MOVE SPACES TO PreviewPrintLine
               WRITE PreviewPrintLine FROM PreviewTotalLine
                   AFTER ADVANCING 2
               MOVE SPACES TO PreviewPrintLine
               WRITE PreviewPrintLine AFTER ADVANCING 1
               ADD WS-Off-Count TO WS-Grand-Count
               ADD WS-Off-Cur-Gross TO WS-Grand-Cur-Gross
               ADD WS-Off-Sim-Gross TO WS-Grand-Sim-Gross
               ADD WS-Off-Cur-Taxes TO WS-Grand-Cur-Taxes
               ADD WS-Off-Sim-Taxes TO WS-Grand-Sim-Taxes
               ADD WS-Off-Cur-Net TO WS-Grand-Cur-Net
               ADD WS-Off-Sim-Net TO WS-Grand-Sim-Net
               INITIALIZE WS-Office-Totals.

           480-Write-Grand-Total.
               MOVE SPACES TO PreviewTotalLine
               MOVE "Report Total" TO PT-Label
               MOVE WS-Grand-Count TO PT-Count
               MOVE WS-Grand-Cur-Gross TO PT-Cur-Gross
               MOVE WS-Grand-Sim-Gross TO PT-Sim-Gross
               MOVE WS-Grand-Cur-Taxes TO PT-Cur-Taxes
               MOVE WS-Grand-Sim-Taxes TO PT-Sim-Taxes
               MOVE WS-Grand-Cur-Net TO PT-Cur-Net
               MOVE WS-Grand-Sim-Net TO PT-Sim-Net
               COMPUTE PT-Net-Change =
                   WS-Grand-Sim-Net - WS-Grand-Cur-Net
               MOVE SPACES TO PreviewPrintLine
               WRITE PreviewPrintLine FROM PreviewTotalLine
                   AFTER ADVANCING 2
               MOVE WS-Preview-Count TO PC-Preview-Count
               MOVE WS-Changed-Count TO PC-Changed-Count
               MOVE WS-Skipped-Count TO PC-Skipped-Count
               MOVE SPACES TO PreviewPrintLine
               WRITE PreviewPrintLine FROM PreviewCountLine
                   AFTER ADVANCING 2
               DISPLAY "PREVIEW: employees previewed " WS-Preview-Count
                   " with staged change " WS-Changed-Count.

           500-Close-Files.
               CLOSE PayrollReport
               CLOSE PreviewReportFile
               CLOSE SimTaxBracketFile
               CLOSE SimStateTaxFile
               CLOSE SimColaRateFile
               CLOSE SimTransFile
               IF WS-YtdAccum-Ready
                   CLOSE YtdAccumFile
               END-IF
               IF WS-TaxBr-Ready
                   CLOSE TaxBracketFile
               END-IF
               IF WS-StateTax-Ready
                   CLOSE StateTaxFile
               END-IF
               IF WS-Cola-Ready
                   CLOSE ColaRateFile
               END-IF
               IF WS-PerCal-Ready
                   CLOSE PayPeriodCalFile
               END-IF
               IF WS-W4Elect-Ready
                   CLOSE W4ElectionFile
               END-IF
               IF WS-Garnish-Ready
                   CLOSE GarnishOrderFile
               END-IF
               IF WS-EmpAddr-Ready
                   CLOSE EmployeeAddrFile
               END-IF
               IF WS-Loan-Ready
                   CLOSE LoanFile
               END-IF
               IF WS-Birth-Ready
                   CLOSE EmployeeBirthFile
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

               End Program PayrollPreview.
