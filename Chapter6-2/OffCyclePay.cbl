       Identification Division.
           Program-ID. OffCyclePay.
               Author. Anthony Downs.
               Installation.
               Date-Written. October 15, 2026.
               Date-Compiled.
               Security.

      * Off-cycle payroll run for one employee or a small group who
      * were shorted or missed on payday.  Each card on OffCycleInput
      * names an employee, a gross amount, whether the employee's
      * standing deductions and garnishments apply, and whether the
      * money goes by direct deposit or by check.  Gross-to-net uses
      * the same withholding, FICA, state tax, and garnishment rules as
      * the regular posting run, and every payment is posted to the pay
      * ledger flagged as off-cycle and added to the year-to-date
      * accumulator.  Net pay is queued for DirectDepositExport or
      * PositivePayExport (run with the OFFCYCLE option), and the gross
      * is queued for GlPostingExport.  The regular period's run-status
      * record is never read or written.  Command-line options:
      *     columns 1-8     operator ID
      *     columns 10-17   pay date YYYYMMDD (defaults to today)
      * A pay date in a year YearEndClose has closed is refused, and
      * the FICA rates and wage base come from the TaxYear row for the
      * pay year when there is one.  Tax brackets, state tax rates
      * and deduction codes are the versions in force on the pay date.
      * Wages a predecessor employer paid this year count against the
      * wage base when a legal-entity transfer carried them over under
      * the successor-employer rule (SuccessorWages).
      * A deceased employee is refused; DeceasedPay pays the
      * beneficiary instead.
      * The ledger entry is keyed on the pay date unless that date is a
      * regular period end on PayPeriodCal (PeriodEndCheck), where the
      * regular run would replace it; it then takes the nearest free
      * date in the same quarter, earlier dates first, keeps the pay
      * date in LG-Pay-Date, and the register shows the ledger date.
       Environment Division.
           Configuration Section.
               Special-Names.

           Input-Output Section.
               File-Control.
                   Select OffCycleInputFile assign to OffCycIn
                       Organization is Line Sequential
                       File Status is OffCycIn-Status.

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

                   Select Optional TaxYearFile assign to TaxYear
                       File Status is TaxYear-Status
                       Organization is Indexed
                       Access Mode is Dynamic
                       Record Key is TY-Year.

                   Select Optional DeductCodeFile assign to DedCode
                       File Status is DeductCode-Status
                       Organization is Indexed
                       Access Mode is Dynamic
                       Record Key is DC-Key.

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

                   Select Optional PeriodLockFile assign to PerLock
                       File Status is PeriodLock-Status
                       Organization is Indexed
                       Access Mode is Dynamic
                       Record Key is PL-Period-Date.

                   Select OffCycleDepositFile assign to OffDep
                       Organization is Line Sequential
                       File Status is OffDep-Status.

                   Select OffCycleCheckFile assign to OffChk
                       Organization is Line Sequential
                       File Status is OffChk-Status.

                   Select GlAdjustFile assign to GlAdj
                       Organization is Line Sequential
                       File Status is GlAdj-Status.

                   Select OffCycleReportFile assign to OffCycRpt
                       Organization is Line Sequential
                       File Status is OffCycRpt-Status.

               I-O-Control.

       Data Division.
           File Section.
               FD  OffCycleInputFile
                   Record Contains 80 characters.
                   01  OffCycleInputLine.
                       05  OI-EmployeeNumber                PIC X(05).
                       05                                   PIC X(01).
                       05  OI-Gross-Amount               PIC 9(07)V99.
                       05                                   PIC X(01).
                       05  OI-Deduct-Option                 PIC X(01).
                           88  OI-No-Deductions             value "N".
                       05                                   PIC X(01).
                       05  OI-Pay-Method                    PIC X(01).
                           88  OI-Pay-By-Check              value "C".
                           88  OI-Pay-By-Deposit            value "D".
                       05                                   PIC X(01).
                       05  OI-Reason                        PIC X(20).
                       05                                   PIC X(40).

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

               FD  TaxYearFile.
                   01  TaxYearRecord.
                       05  TY-Year                          PIC 9(04).
                       05  TY-SocSec-Wage-Base              PIC 9(07).
                       05  TY-SocSec-Rate                   PIC V9999.
                       05  TY-Medicare-Rate                 PIC V9999.
                       05                                   PIC X(06).

               FD  DeductCodeFile.
                   01  DeductCodeRecord.
                       05  DC-Key.
                           10  DC-Code                      PIC X(02).
                           10  DC-Effective-Date            PIC 9(08).
                       05  DC-Description                   PIC X(20).
                       05  DC-Tax-Class                     PIC X(01).
                           88  Deduct-Pre-Tax               value "P".
                           88  Deduct-Post-Tax              value "A".

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

               FD  PeriodLockFile.
                   01  PeriodLockRecord.
                       05  PL-Period-Date                   PIC 9(08).
                       05  PL-Closed-Switch                 PIC X(01).
                           88  PL-Period-Closed             value "Y".
                           88  PL-Period-Open               value "N".
                       05  PL-Closed-By                     PIC X(08).
                       05  PL-Closed-Date                   PIC 9(08).

               FD  OffCycleDepositFile
                   Record Contains 80 characters.
                   01  OffCycleDepositLine                 PIC X(80).

               FD  OffCycleCheckFile
                   Record Contains 80 characters.
                   01  OffCycleCheckLine                   PIC X(80).

               FD  GlAdjustFile
                   Record Contains 80 characters.
                   01  GlAdjustLine                        PIC X(80).

               FD  OffCycleReportFile
                   Record Contains 132 characters.
                   01  OffCycRptPrintLine                  PIC X(132).

           Working-Storage Section.
               COPY "Misc.cpy".
              COPY "WS_Date.cpy" REPLACING LEADING ==Prefix== BY ==LK==.
               COPY "HeaderMain.cpy".
               COPY "EmployeeRecord.cpy".

               01  OffCycIn-Status                     PIC X(02).
               01  YtdAccum-Status                     PIC X(02).
               01  PayLedger-Status                    PIC X(02).
               01  TaxBracket-Status                   PIC X(02).
               01  StateTax-Status                     PIC X(02).
               01  TaxYear-Status                      PIC X(02).
               01  DeductCode-Status                   PIC X(02).
               01  GarnishOrder-Status                 PIC X(02).
               01  EmpAddr-Status                      PIC X(02).
               01  PeriodLock-Status                   PIC X(02).
               01  OffDep-Status                       PIC X(02).
               01  OffChk-Status                       PIC X(02).
               01  GlAdj-Status                        PIC X(02).
               01  OffCycRpt-Status                    PIC X(02).

               01  WS-Open-Switch   PIC X(01)   value "Y".
                   88  WS-Files-Ready                       value "Y".
                   88  WS-Open-Failed                        value "N".

               01  WS-TaxBr-Switch   PIC X(01)   value "N".
                   88  WS-TaxBr-Ready                       value "Y".
                   88  WS-TaxBr-Not-Ready                   value "N".
               01  WS-Bracket-Switch   PIC X(01)   value "N".
                   88  WS-Bracket-Found                     value "Y".
                   88  WS-Bracket-Not-Found                 value "N".
               01  WS-Bracket-Version-Date   PIC 9(08)   value 0.
               01  WS-StateTax-Switch   PIC X(01)   value "N".
                   88  WS-StateTax-Ready                    value "Y".
                   88  WS-StateTax-Not-Ready                value "N".
               01  WS-DedCode-Switch   PIC X(01)   value "N".
                   88  WS-DedCode-Ready                     value "Y".
                   88  WS-DedCode-Not-Ready                 value "N".
               01  WS-Garnish-Switch   PIC X(01)   value "N".
                   88  WS-Garnish-Ready                     value "Y".
                   88  WS-Garnish-Not-Ready                 value "N".
               01  WS-EmpAddr-Switch   PIC X(01)   value "N".
                   88  WS-EmpAddr-Ready                     value "Y".
                   88  WS-EmpAddr-Not-Ready                 value "N".
               01  WS-PerLock-Switch   PIC X(01)   value "N".
                   88  WS-PerLock-Ready                     value "Y".
                   88  WS-PerLock-Not-Ready                 value "N".
               01  WS-LedgerGarn-Switch   PIC X(01)   value "N".
                   88  WS-LedgerGarn-Eof                    value "Y".
                   88  WS-LedgerGarn-Not-Eof                value "N".

               01  WS-Entry-Switch   PIC X(01)   value "Y".
                   88  WS-Entry-Valid                       value "Y".
                   88  WS-Entry-Invalid                     value "N".
               01  WS-Reject-Reason   PIC X(40)   value spaces.
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
               01  WS-Qtr-Idx   PIC 9(01)   COMP value 0.
               01  WS-Deduction-Idx   PIC 9(01)   COMP value 0.

               01  WS-Flat-Withholding-Rate   PIC V99   value .22.
               01  WS-SocSec-Rate   PIC V9999   value .0620.
               01  WS-Medicare-Rate   PIC V9999   value .0145.
               01  WS-SocSec-Wage-Base   PIC 9(07)   value 176100.
               01  WS-Flat-State-Rate   PIC V999   value .050.
               01  WS-Ledger-CCPA-Rate   PIC V99   value .25.
               01  WS-Period-Rate   PIC V999   value 0.
               01  WS-State-Rate   PIC V999   value 0.

               01  WS-Posting-Gross   PIC S9(7)V99 value 0.
               01  WS-Period-Withholding   PIC S9(7)V99 value 0.
               01  WS-Period-SocSec   PIC S9(7)V99 value 0.
               01  WS-Period-Medicare   PIC S9(7)V99 value 0.
               01  WS-Period-StateTax   PIC S9(7)V99 value 0.
               01  WS-Period-Deductions   PIC S9(7)V99 value 0.
               01  WS-Period-Net   PIC S9(7)V99 value 0.
               01  WS-SocSec-Room   PIC S9(8)V99 value 0.
               01  WS-Successor-Credit   PIC S9(8)V99 value 0.
               01  WS-Ledger-Pretax   PIC S9(7)V99 value 0.
               01  WS-Ledger-Taxable   PIC S9(7)V99 value 0.
               01  WS-Ledger-Disposable   PIC S9(7)V99 value 0.
               01  WS-Ledger-CCPA-Cap   PIC S9(7)V99 value 0.
               01  WS-Ledger-Garnish   PIC S9(7)V99 value 0.
               01  WS-Ledger-Order-Amt   PIC S9(7)V99 value 0.

               01  WS-Paid-Count   PIC 9(05)   COMP value 0.
               01  WS-Reject-Count   PIC 9(05)   COMP value 0.
               01  WS-Deposit-Count   PIC 9(05)   COMP value 0.
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

               01  OffCycHeading2.
               05   PIC X(17)   value spaces.
               05   PIC X(27)   value "Off-Cycle Payment Register".
               05   PIC X(3)   value spaces.
               05   PIC X(10)   value "Pay Date: ".
               05  OH-Pay-Date   PIC 9(04)/9(02)/9(02).
               05   PIC X(3)   value spaces.
               05   PIC X(10)   value "Operator: ".
                   05  OH-Operator                      PIC X(08).

               01  OffCycColumnHeadings.
               05   PIC X(05)   value "Emp #".
               05   PIC X(2)   value spaces.
               05   PIC X(20)   value "Employee Name".
               05   PIC X(2)   value spaces.
               05   PIC X(10)   value "     Gross".
               05   PIC X(2)   value spaces.
               05   PIC X(10)   value "   Fed W/H".
               05   PIC X(2)   value spaces.
               05   PIC X(10)   value "      FICA".
               05   PIC X(2)   value spaces.
               05   PIC X(10)   value " State Tax".
               05   PIC X(2)   value spaces.
               05   PIC X(10)   value " Ded/Garn ".
               05   PIC X(2)   value spaces.
               05   PIC X(10)   value "   Net Pay".
               05   PIC X(2)   value spaces.
               05   PIC X(03)   value "Pay".
               05   PIC X(2)   value spaces.
               05   PIC X(20)   value "Reason / Status".

               01  OffCycDetailLine.
                   05  OD-EmployeeNumber                PIC X(05).
               05   PIC X(2) value spaces.
                   05  OD-EmployeeName                  PIC X(20).
               05   PIC X(2) value spaces.
               05  OD-Gross   PIC $Z(5)9.99.
               05   PIC X(2) value spaces.
               05  OD-Withholding   PIC $Z(5)9.99.
               05   PIC X(2) value spaces.
               05  OD-Fica   PIC $Z(5)9.99.
               05   PIC X(2) value spaces.
               05  OD-State-Tax   PIC $Z(5)9.99.
               05   PIC X(2) value spaces.
               05  OD-Deductions   PIC $Z(5)9.99.
               05   PIC X(2) value spaces.
               05  OD-Net   PIC $Z(5)9.99-.
               05   PIC X(1) value spaces.
                   05  OD-Pay-Method                    PIC X(03).
               05   PIC X(2) value spaces.
                   05  OD-Message                       PIC X(40).

               01  OffCycLedgerDateLine.
               05   PIC X(07)   value spaces.
               05   PIC X(32)   value
                   "Pay date is a period end; ledger".
               05   PIC X(10)   value " dated on ".
               05  OL-Ledger-Date   PIC 9(04)/9(02)/9(02).

               01  OffCycTotalLine.
               05   PIC X(06)   value "Paid: ".
                   05  OT-Paid-Count                    PIC ZZZZ9.
               05   PIC X(3)   value spaces.
               05   PIC X(10)   value "Rejected: ".
                   05  OT-Reject-Count                  PIC ZZZZ9.
               05   PIC X(3)   value spaces.
               05   PIC X(13)   value "Total Gross: ".
               05  OT-Total-Gross   PIC $Z(7)9.99.
               05   PIC X(3)   value spaces.
               05   PIC X(11)   value "Total Net: ".
               05  OT-Total-Net   PIC $Z(7)9.99.
               05   PIC X(3)   value spaces.
               05   PIC X(05)   value "ACH: ".
                   05  OT-Deposit-Count                 PIC ZZZZ9.
               05   PIC X(3)   value spaces.
               05   PIC X(08)   value "Checks: ".
                   05  OT-Check-Count                   PIC ZZZZ9.

       Procedure Division.
           Initilization.
               PERFORM 600-FormatDate
               PERFORM 700-FormatTime
               PERFORM 050-Select-Run-Options
               PERFORM 100-Open-Files
               IF WS-Files-Ready
                   PERFORM 300-Write-Heading
                   PERFORM 200-Read-Records
                   PERFORM 400-Process-One-Request
                       UNTIL WS-Eof
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
               DISPLAY "OFFCYCLE: off-cycle pay date: " WS-Pay-Date.

           100-Open-Files.
               OPEN INPUT OffCycleInputFile
               CALL "Validations" USING OffCycIn-Status, "OFFCYCLE"
               OPEN INPUT PayrollReport
                   CALL "Validations" USING File_Status, "OFFCYCLE"
               OPEN I-O YtdAccumFile
               IF YtdAccum-Status = "35"
                   OPEN OUTPUT YtdAccumFile
                   CLOSE YtdAccumFile
                   OPEN I-O YtdAccumFile
               END-IF
               CALL "Validations" USING YtdAccum-Status, "OFFCYCLE"
               OPEN I-O PayLedgerFile
               IF PayLedger-Status = "35"
                   OPEN OUTPUT PayLedgerFile
                   CLOSE PayLedgerFile
                   OPEN I-O PayLedgerFile
               END-IF
               CALL "Validations" USING PayLedger-Status, "OFFCYCLE"
               OPEN EXTEND OffCycleDepositFile
               IF OffDep-Status NOT = "00"
                   OPEN OUTPUT OffCycleDepositFile
               END-IF
               OPEN EXTEND OffCycleCheckFile
               IF OffChk-Status NOT = "00"
                   OPEN OUTPUT OffCycleCheckFile
               END-IF
               OPEN EXTEND GlAdjustFile
               IF GlAdj-Status NOT = "00"
                   OPEN OUTPUT GlAdjustFile
               END-IF
               OPEN OUTPUT OffCycleReportFile
               CALL "Validations" USING OffCycRpt-Status, "OFFCYCLE"
               IF OffCycIn-Status NOT = "00"
                       OR File_Status NOT = "00"
                       OR YtdAccum-Status NOT = "00"
                       OR PayLedger-Status NOT = "00"
                       OR OffDep-Status NOT = "00"
                       OR OffChk-Status NOT = "00"
                       OR GlAdj-Status NOT = "00"
                       OR OffCycRpt-Status NOT = "00"
                   SET WS-Open-Failed TO TRUE
               END-IF
               OPEN INPUT TaxBracketFile
               IF TaxBracket-Status = "00"
                   SET WS-TaxBr-Ready TO TRUE
               END-IF
               OPEN INPUT StateTaxFile
               IF StateTax-Status = "00"
                   SET WS-StateTax-Ready TO TRUE
               END-IF
               OPEN INPUT DeductCodeFile
               IF DeductCode-Status = "00"
                   SET WS-DedCode-Ready TO TRUE
               END-IF
               OPEN INPUT GarnishOrderFile
               IF GarnishOrder-Status = "00"
                   SET WS-Garnish-Ready TO TRUE
               END-IF
               OPEN INPUT EmployeeAddrFile
               IF EmpAddr-Status = "00"
                   SET WS-EmpAddr-Ready TO TRUE
               END-IF
               OPEN INPUT PeriodLockFile
               IF PeriodLock-Status = "00"
                   SET WS-PerLock-Ready TO TRUE
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

           200-Read-Records.
               READ OffCycleInputFile
                   AT END
                       SET WS-Eof TO TRUE
               END-READ.

           300-Write-Heading.
               MOVE "Off-Cycle Pay" TO HeaderReportTitle
               MOVE WS-Pay-Date TO OH-Pay-Date
               MOVE WS-Operator-Id TO OH-Operator
               MOVE SPACES TO OffCycRptPrintLine
               WRITE OffCycRptPrintLine FROM HeaderMain
                   AFTER ADVANCING PAGE
               WRITE OffCycRptPrintLine FROM OffCycHeading2
                   AFTER ADVANCING 1
               WRITE OffCycRptPrintLine FROM HeaderMain3
                   AFTER ADVANCING 2
               WRITE OffCycRptPrintLine FROM OffCycColumnHeadings
                   AFTER ADVANCING 2.

           400-Process-One-Request.
               SET WS-Entry-Valid TO TRUE
               MOVE SPACES TO WS-Reject-Reason
               INITIALIZE EmployeeRecords
               MOVE OI-EmployeeNumber TO PR-EmployeeNumber
               READ PayrollReport
                   INVALID KEY
                       SET WS-Entry-Invalid TO TRUE
                       MOVE "Employee is not on the payroll file"
                           TO WS-Reject-Reason
                   NOT INVALID KEY
                       MOVE EmployeeRecord TO EmployeeRecords
               END-READ
               IF WS-Entry-Valid
                   PERFORM 405-Validate-Request
               END-IF
               IF WS-Entry-Valid
                   PERFORM 410-Compute-Gross-To-Net
               END-IF
               IF WS-Entry-Valid
                   PERFORM 420-Post-Off-Cycle-Ledger
                   PERFORM 425-Post-Off-Cycle-Ytd
                   PERFORM 430-Queue-Off-Cycle-Payment
                   PERFORM 435-Queue-Gl-Adjustment
                   ADD 1 TO WS-Paid-Count
                   ADD WS-Posting-Gross TO WS-Total-Gross
                   ADD WS-Period-Net TO WS-Total-Net
                   MOVE OI-Reason TO OD-Message
               ELSE
                   ADD 1 TO WS-Reject-Count
                   MOVE 0 TO WS-Posting-Gross WS-Period-Withholding
                       WS-Period-SocSec WS-Period-Medicare
                       WS-Period-StateTax WS-Period-Deductions
                       WS-Ledger-Garnish WS-Period-Net
                   MOVE "REJ" TO OD-Pay-Method
                   MOVE WS-Reject-Reason TO OD-Message
               END-IF
               PERFORM 440-Write-Register-Line
               PERFORM 200-Read-Records.

           405-Validate-Request.
               IF Employee-Deceased
                   SET WS-Entry-Invalid TO TRUE
                   MOVE "Employee is deceased - pay beneficiary"
                       TO WS-Reject-Reason
               END-IF
               IF WS-Entry-Valid AND (OI-Gross-Amount IS NOT NUMERIC
                       OR OI-Gross-Amount = 0)
                   SET WS-Entry-Invalid TO TRUE
                   MOVE "Off-cycle gross amount is missing"
                       TO WS-Reject-Reason
               END-IF
               IF WS-Entry-Valid AND WS-PerLock-Ready
                   MOVE WS-Pay-Date TO PL-Period-Date
                   READ PeriodLockFile
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF PL-Period-Closed
                               SET WS-Entry-Invalid TO TRUE
                          MOVE "Pay period is closed to further changes"
                                   TO WS-Reject-Reason
                           END-IF
                   END-READ
               END-IF
               IF WS-Entry-Valid
                   CALL "YearCloseCheck"
                       USING WS-Pay-Year, WS-Year-Closed-Answer
                   IF WS-Pay-Year-Closed
                       SET WS-Entry-Invalid TO TRUE
                       MOVE "Pay year has been closed by year-end"
                           TO WS-Reject-Reason
                   END-IF
               END-IF
               IF WS-Entry-Valid
                   PERFORM 406-Find-Ledger-Date
               END-IF.

      *****************************************************************
      * The regular run keys its ledger entry on the period end and   *
      * replaces what is there, so an off-cycle payment dated on a    *
      * period end is posted on the nearest free day of its quarter.  *
      *****************************************************************
           406-Find-Ledger-Date.
               MOVE WS-Pay-Date TO WS-Ledger-Date
               CALL "PeriodEndCheck"
                   USING WS-Ledger-Date, WS-Period-End-Answer
               IF WS-On-Period-End
                   COMPUTE WS-Pay-Qtr = (WS-Pay-Month + 2) / 3
                   COMPUTE WS-Ledger-Integer =
                       FUNCTION INTEGER-OF-DATE(WS-Pay-Date)
                   MOVE -1 TO WS-Probe-Step
                   SET WS-Date-Taken TO TRUE
                   PERFORM 407-Probe-Ledger-Date
                       UNTIL WS-Date-Free OR WS-Probe-Step = 0
                   IF WS-Date-Taken
                       SET WS-Entry-Invalid TO TRUE
                       MOVE "No free ledger date in the pay quarter"
                           TO WS-Reject-Reason
                   END-IF
               ELSE
                   MOVE EmployeeNumber TO LG-EmployeeNumber
                   MOVE WS-Pay-Date TO LG-Period-Date
                   READ PayLedgerFile
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           SET WS-Entry-Invalid TO TRUE
                           MOVE "Ledger entry already posted for date"
                               TO WS-Reject-Reason
                   END-READ
               END-IF.

           407-Probe-Ledger-Date.
               ADD WS-Probe-Step TO WS-Ledger-Integer
               COMPUTE WS-Ledger-Date =
                   FUNCTION DATE-OF-INTEGER(WS-Ledger-Integer)
               COMPUTE WS-Ledger-Qtr = (WS-Ledger-Month + 2) / 3
               IF WS-Ledger-Year NOT = WS-Pay-Year
                       OR WS-Ledger-Qtr NOT = WS-Pay-Qtr
                   IF WS-Probe-Step < 0
                       MOVE 1 TO WS-Probe-Step
                       COMPUTE WS-Ledger-Integer =
                           FUNCTION INTEGER-OF-DATE(WS-Pay-Date)
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
               END-IF.

           410-Compute-Gross-To-Net.
               MOVE OI-Gross-Amount TO WS-Posting-Gross
               PERFORM 411-Find-Period-Withholding
               MOVE EmployeeNumber TO YT-EmployeeNumber
               MOVE WS-Pay-Year TO YT-Year
               READ YtdAccumFile
                   INVALID KEY
                       INITIALIZE YtdAccumRecord
                       MOVE EmployeeNumber TO YT-EmployeeNumber
                       MOVE WS-Pay-Year TO YT-Year
               END-READ
               PERFORM 413-Compute-Fica-Withholding
               MOVE 0 TO WS-Period-Deductions WS-Ledger-Pretax
                   WS-Ledger-Garnish
               IF NOT OI-No-Deductions
                   PERFORM 415-Compute-Deductions-Garnish
               END-IF
               COMPUTE WS-Ledger-Taxable =
                   WS-Posting-Gross - WS-Ledger-Pretax
               PERFORM 418-Compute-State-Tax
               COMPUTE WS-Period-Net =
                   WS-Posting-Gross - WS-Period-Withholding
                       - WS-Period-SocSec - WS-Period-Medicare
                       - WS-Period-StateTax - WS-Period-Deductions
                       - WS-Ledger-Garnish
               IF WS-Period-Net NOT > 0
                   SET WS-Entry-Invalid TO TRUE
                   MOVE "Net pay would be zero or negative"
                       TO WS-Reject-Reason
               END-IF.

           411-Find-Period-Withholding.
               MOVE WS-Flat-Withholding-Rate TO WS-Period-Rate
               SET WS-Bracket-Not-Found TO TRUE
               IF WS-TaxBr-Ready
                   MOVE TerritoryNumber TO TB-Territory
                   MOVE WS-Pay-Date TO TB-Effective-Date
                   MOVE 9999999 TO TB-Bracket-Floor
                   START TaxBracketFile
                           KEY IS LESS THAN OR EQUAL TB-Key
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           PERFORM 412-Read-Period-Bracket
                   END-START
               END-IF
               IF WS-Bracket-Found
                   SET WS-Bracket-Not-Found TO TRUE
                   MOVE TB-Effective-Date TO WS-Bracket-Version-Date
                   MOVE AnnualSalary TO TB-Bracket-Floor
                   START TaxBracketFile
                           KEY IS LESS THAN OR EQUAL TB-Key
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           PERFORM 412-Read-Period-Bracket
                   END-START
                   IF WS-Bracket-Found
                           AND TB-Effective-Date
                               = WS-Bracket-Version-Date
                       COMPUTE WS-Period-Rate = TB-Rate / 1000
                   END-IF
               END-IF
               COMPUTE WS-Period-Withholding ROUNDED =
                   WS-Posting-Gross * WS-Period-Rate.

      * The first read finds the bracket version in force on the pay
      * date, the second the bracket within that version.
           412-Read-Period-Bracket.
               READ TaxBracketFile NEXT RECORD
                   AT END
                       CONTINUE
                   NOT AT END
                       IF TB-Territory = TerritoryNumber
                           SET WS-Bracket-Found TO TRUE
                       END-IF
               END-READ.

           413-Compute-Fica-Withholding.
               MOVE 0 TO WS-Period-SocSec
               CALL "SuccessorWages" USING EmployeeNumber, WS-Pay-Year,
                   WS-Successor-Credit
               COMPUTE WS-SocSec-Room =
                   WS-SocSec-Wage-Base - YT-Gross - YT-Imputed-Income
                       - WS-Successor-Credit
               IF WS-SocSec-Room > WS-Posting-Gross
                   MOVE WS-Posting-Gross TO WS-SocSec-Room
               END-IF
               IF WS-SocSec-Room > 0
                   COMPUTE WS-Period-SocSec ROUNDED =
                       WS-SocSec-Room * WS-SocSec-Rate
               END-IF
               COMPUTE WS-Period-Medicare ROUNDED =
                   WS-Posting-Gross * WS-Medicare-Rate.

           415-Compute-Deductions-Garnish.
               PERFORM 416-Classify-One-Deduction
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
                   PERFORM 417-Add-One-Garnish
                       UNTIL WS-LedgerGarn-Eof
               END-IF.

           416-Classify-One-Deduction.
               IF DeductionAmount (WS-Deduction-Idx) NOT = 0
                       AND DeductionCode (WS-Deduction-Idx)
                           NOT = SPACES
                   ADD DeductionAmount (WS-Deduction-Idx)
                       TO WS-Period-Deductions
                   SET Deduct-Post-Tax TO TRUE
                   IF WS-DedCode-Ready
                       MOVE DeductionCode (WS-Deduction-Idx)
                           TO DC-Code
                       MOVE WS-Pay-Date TO DC-Effective-Date
                       START DeductCodeFile
                               KEY IS LESS THAN OR EQUAL DC-Key
                           INVALID KEY
                               SET Deduct-Post-Tax TO TRUE
                           NOT INVALID KEY
                               PERFORM 414-Read-Deduct-Code
                       END-START
                   END-IF
                   IF Deduct-Pre-Tax
                       ADD DeductionAmount (WS-Deduction-Idx)
                           TO WS-Ledger-Pretax
                   END-IF
               END-IF.

           414-Read-Deduct-Code.
               READ DeductCodeFile NEXT RECORD
                   AT END
                       SET Deduct-Post-Tax TO TRUE
                   NOT AT END
                       IF DC-Code NOT = DeductionCode (WS-Deduction-Idx)
                           SET Deduct-Post-Tax TO TRUE
                       END-IF
               END-READ.

           417-Add-One-Garnish.
               READ GarnishOrderFile NEXT RECORD
                   AT END
                       SET WS-LedgerGarn-Eof TO TRUE
                   NOT AT END
                       IF GO-EmployeeNumber NOT = EmployeeNumber
                           SET WS-LedgerGarn-Eof TO TRUE
                       ELSE
                           PERFORM 419-Apply-One-Garnish-Order
                       END-IF
               END-READ.

           419-Apply-One-Garnish-Order.
               IF WS-Pay-Date < GO-Start-Date
                       OR (GO-End-Date NOT = 0
                           AND WS-Pay-Date > GO-End-Date)
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

           418-Compute-State-Tax.
               MOVE WS-Flat-State-Rate TO WS-State-Rate
               IF WS-EmpAddr-Ready
                   MOVE EmployeeNumber TO AD-EmployeeNumber
                   READ EmployeeAddrFile
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE 0 TO WS-State-Rate
                           IF WS-StateTax-Ready
                               PERFORM 421-Find-State-Rate
                           END-IF
                   END-READ
               END-IF
               COMPUTE WS-Period-StateTax ROUNDED =
                   WS-Ledger-Taxable * WS-State-Rate.

           421-Find-State-Rate.
               MOVE AD-State TO ST-State
               MOVE WS-Pay-Date TO ST-Effective-Date
               START StateTaxFile KEY IS LESS THAN OR EQUAL ST-Key
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       READ StateTaxFile NEXT RECORD
                           AT END
                               CONTINUE
                           NOT AT END
                               IF ST-State = AD-State
                                   COMPUTE WS-State-Rate =
                                       ST-Rate / 1000
                               END-IF
                       END-READ
               END-START.

           420-Post-Off-Cycle-Ledger.
               INITIALIZE PayLedgerRecord
               MOVE EmployeeNumber TO LG-EmployeeNumber
               MOVE WS-Ledger-Date TO LG-Period-Date
               MOVE WS-Posting-Gross TO LG-Gross
               MOVE WS-Period-Withholding TO LG-Withholding
               MOVE WS-Period-SocSec TO LG-Soc-Sec
               MOVE WS-Period-Medicare TO LG-Medicare
               MOVE WS-Period-StateTax TO LG-State-Tax
               MOVE WS-Period-Deductions TO LG-Deductions
               MOVE WS-Ledger-Garnish TO LG-Garnishment
               MOVE WS-Period-Net TO LG-Net
               MOVE WS-Pay-Date TO LG-Pay-Date
               SET LG-Off-Cycle-Pay TO TRUE
               MOVE 0 TO LG-Reference-Date
               WRITE PayLedgerRecord
                   INVALID KEY
                       CONTINUE
               END-WRITE.

           425-Post-Off-Cycle-Ytd.
               ADD WS-Posting-Gross TO YT-Gross
               ADD WS-Period-Withholding TO YT-Withholding
               ADD WS-Period-SocSec TO YT-Soc-Sec
               ADD WS-Period-Medicare TO YT-Medicare
               ADD WS-Period-StateTax TO YT-State-Tax
               ADD WS-Period-Net TO YT-Net
               COMPUTE WS-Qtr-Idx = (WS-Pay-Month + 2) / 3
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
               ADD WS-Period-Net TO YT-Qtr-Net (WS-Qtr-Idx)
               WRITE YtdAccumRecord
                   INVALID KEY
                       REWRITE YtdAccumRecord
                           INVALID KEY
                               CONTINUE
                       END-REWRITE
               END-WRITE.

           430-Queue-Off-Cycle-Payment.
               MOVE SPACES TO OffCyclePayLine
               MOVE "OFFCYC" TO OP-Record-Type
               MOVE EmployeeNumber TO OP-EmployeeNumber
               MOVE EmployeeName TO OP-EmployeeName
               MOVE WS-Period-Net TO OP-Net-Amount
               MOVE WS-Pay-Date TO OP-Period-Date
               MOVE "N" TO OP-Status
               IF OI-Pay-By-Deposit AND BankRoutingNumber NOT = 0
                   WRITE OffCycleDepositLine FROM OffCyclePayLine
                   ADD 1 TO WS-Deposit-Count
                   MOVE "ACH" TO OD-Pay-Method
               ELSE
                   WRITE OffCycleCheckLine FROM OffCyclePayLine
                   ADD 1 TO WS-Check-Count
                   MOVE "CHK" TO OD-Pay-Method
               END-IF.

           435-Queue-Gl-Adjustment.
               MOVE SPACES TO GlAdjustRecord
               MOVE "OFFCYC" TO GA-Record-Type
               MOVE EmployeeNumber TO GA-EmployeeNumber
               MOVE TerritoryNumber TO GA-Territory
               MOVE OfficeNumber TO GA-Office
               MOVE WS-Pay-Date TO GA-Period-Date
               MOVE WS-Posting-Gross TO GA-Amount
               WRITE GlAdjustLine FROM GlAdjustRecord.

           440-Write-Register-Line.
               MOVE OI-EmployeeNumber TO OD-EmployeeNumber
               MOVE EmployeeName TO OD-EmployeeName
               MOVE WS-Posting-Gross TO OD-Gross
               MOVE WS-Period-Withholding TO OD-Withholding
               COMPUTE OD-Fica =
                   WS-Period-SocSec + WS-Period-Medicare
               MOVE WS-Period-StateTax TO OD-State-Tax
               COMPUTE OD-Deductions =
                   WS-Period-Deductions + WS-Ledger-Garnish
               MOVE WS-Period-Net TO OD-Net
               MOVE SPACES TO OffCycRptPrintLine
               WRITE OffCycRptPrintLine FROM OffCycDetailLine
                   AFTER ADVANCING 1
               IF WS-Entry-Valid AND WS-Ledger-Date NOT = WS-Pay-Date
                   MOVE WS-Ledger-Date TO OL-Ledger-Date
                   MOVE SPACES TO OffCycRptPrintLine
                   WRITE OffCycRptPrintLine FROM OffCycLedgerDateLine
                       AFTER ADVANCING 1
               END-IF.

           450-Write-Totals.
               MOVE WS-Paid-Count TO OT-Paid-Count
               MOVE WS-Reject-Count TO OT-Reject-Count
               MOVE WS-Total-Gross TO OT-Total-Gross
               MOVE WS-Total-Net TO OT-Total-Net
               MOVE WS-Deposit-Count TO OT-Deposit-Count
               MOVE WS-Check-Count TO OT-Check-Count
               MOVE SPACES TO OffCycRptPrintLine
               WRITE OffCycRptPrintLine FROM OffCycTotalLine
                   AFTER ADVANCING 2.

           500-Close-Files.
               CLOSE OffCycleInputFile
               CLOSE PayrollReport
               CLOSE YtdAccumFile
               CLOSE PayLedgerFile
               CLOSE OffCycleDepositFile
               CLOSE OffCycleCheckFile
               CLOSE GlAdjustFile
               CLOSE OffCycleReportFile
               IF WS-TaxBr-Ready
                   CLOSE TaxBracketFile
               END-IF
               IF WS-StateTax-Ready
                   CLOSE StateTaxFile
               END-IF
               IF WS-DedCode-Ready
                   CLOSE DeductCodeFile
               END-IF
               IF WS-Garnish-Ready
                   CLOSE GarnishOrderFile
               END-IF
               IF WS-EmpAddr-Ready
                   CLOSE EmployeeAddrFile
               END-IF
               IF WS-PerLock-Ready
                   CLOSE PeriodLockFile
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

               End Program OffCyclePay.
