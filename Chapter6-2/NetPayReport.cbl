                       Organization is Line Sequential
                       File Status is NetPayRpt-Status.

                   Select Optional GarnishOrderFile assign to GarnOrd
                       File Status is GarnishOrder-Status
                       Organization is Indexed
                       Access Mode is Dynamic
                       Record Key is AD-EmployeeNumber.

                   Select Optional SupplementalPayFile assign to SuppPay
                       Organization is Line Sequential
                       File Status is WS-SuppPay-Status.
                       Access Mode is Dynamic
                       Record Key is CM-Company-Code.

                   Select Optional W4ElectionFile assign to W4Elect
                       File Status is W4Elect-Status
                       Organization is Indexed
                       Access Mode is Dynamic
                       Record Key is W4-Key.

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

               I-O-Control.

       Data Division.
                   Record Contains 132 characters.
                   01  NetPayPrintLine                     PIC X(132).

               FD  GarnishOrderFile.
                   01  GarnishOrderRecord.
                       05  GO-Key.
                           10  YT-Qtr-Gross             PIC S9(8)V99.
                           10  YT-Qtr-Withholding       PIC S9(8)V99.
                           10  YT-Qtr-Net               PIC S9(8)V99.
                       05  YT-Imputed-Income            PIC S9(8)V99.

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

               FD  EmployeeAddrFile.
                   01  EmployeeAddrRecord.
                       05  AD-State                         PIC X(02).
                       05  AD-Zip                           PIC X(10).

               FD  SupplementalPayFile
                   Record Contains 80 characters.
                   01  SupplementalPayLine.
                       05  CM-Funding-Routing               PIC 9(09).
                       05  CM-Funding-Account               PIC X(17).

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

           Working-Storage Section.
               COPY "Misc.cpy".
               COPY "RefTable.cpy".
              COPY "WS_Date.cpy" REPLACING LEADING ==Prefix== BY ==LK==.
               COPY "HeaderMain.cpy".
               COPY "EmployeeRecord.cpy".
                   88  WS-CompMast-Not-Ready                value "N".
               01  WS-Command-Line-Param   PIC X(40)   value spaces.
               01  WS-Company-Filter   PIC X(02)   value spaces.

               01  WS-Open-Switch   PIC X(01)   value "Y".
                   88  WS-Files-Ready                       value "Y".
                   88  WS-Open-Failed                        value "N".


               01  WS-Pay-Frequency   PIC X(01)   value "B".
                   88  WS-Pays-Weekly                        value "W".
                   88  WS-Pays-Biweekly                      value "B".
               01  WS-SocSec-Wage-Base   PIC 9(07)   value 176100.
               01  WS-Ytd-Gross-Prior   PIC S9(8)V99 value 0.
               01  WS-SocSec-Room   PIC S9(8)V99 value 0.
               01  WS-Successor-Credit   PIC S9(8)V99 value 0.
               01  WS-Period-Fica-Wages   PIC S9(7)V99 value 0.

      * Group-term life imputed income, valued as the payroll run
      * values it: LifePlanFile gives the salary multiple of the
      * coverage each life deduction code buys, and coverage over the
      * first $50,000 is costed at the IRS Table I monthly rate per
      * $1,000 for the employee's age band (highest age, rate).
               01  EmpBirth-Status                      PIC X(02).
               01  WS-LifePlan-Status                   PIC X(02).
               01  WS-Birth-Switch   PIC X(01)   value "N".
                   88  WS-Birth-Ready                       value "Y".
                   88  WS-Birth-Not-Ready                   value "N".
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
               01  WS-Period-SocSec   PIC S9(7)V99 value 0.
               01  WS-Period-Medicare   PIC S9(7)V99 value 0.
               01  WS-Total-SocSec   PIC S9(8)V99 value 0.
               01  WS-Addr-Switch   PIC X(01)   value "N".
                   88  WS-Addr-Ready                        value "Y".
                   88  WS-Addr-Not-Ready                    value "N".
               01  WS-State-Rate   PIC V999   value 0.
               01  WS-Flat-State-Rate   PIC V999   value .050.
               01  WS-Period-StateTax   PIC S9(7)V99 value 0.
               01  WS-Taxable-Gross   PIC S9(7)V99 value 0.
               01  WS-Withholding-Rate   PIC V99   value .22.
               01  WS-Withholding   PIC S9(7)V99 value 0.

               01  W4Elect-Status                      PIC X(02).
               01  Loan-Status                         PIC X(02).
               01  WS-Loan-Switch   PIC X(01)   value "N".
                   88  WS-Loan-Ready                        value "Y".
                   88  WS-Loan-Not-Ready                    value "N".
               01  WS-Loan-Eof-Switch   PIC X(01)   value "N".
                   88  WS-Loan-Eof                          value "Y".
                   88  WS-Loan-Not-Eof                      value "N".
               01  WS-Loan-Repayment   PIC S9(7)V99 value 0.
               01  WS-W4-Switch   PIC X(01)   value "N".
                   88  WS-W4-Ready                          value "Y".
                   88  WS-W4-Not-Ready                      value "N".
               01  WS-W4-Found-Switch   PIC X(01)   value "N".
                   88  WS-W4-Found                          value "Y".
                   88  WS-W4-Not-Found                      value "N".
               01  WS-W4-Exempt-Switch   PIC X(01)   value "N".
                   88  WS-W4-Exempt-In-Force                value "Y".
                   88  WS-W4-Not-Exempt                     value "N".
               01  WS-W4-Single-Allowance   PIC 9(05)   value 8600.
               01  WS-W4-Married-Allowance   PIC 9(05)   value 12900.
               01  WS-W4-Allowance   PIC 9(05)   value 0.
               01  WS-W4-Periods   PIC 9(02)   COMP value 26.
               01  WS-W4-Period-Wage   PIC S9(7)V99 value 0.
               01  WS-Net-Pay   PIC S9(7)V99 value 0.
               01  WS-Total-Gross   PIC S9(8)V99 value 0.
               01  WS-Total-Deductions-Grand   PIC S9(8)V99 value 0.
               IF File_Status NOT = "00" OR NetPayRpt-Status NOT = "00"
                   SET WS-Open-Failed TO TRUE
               END-IF
               OPEN INPUT GarnishOrderFile
               IF GarnishOrder-Status = "00"
                   SET WS-Garnish-Ready TO TRUE
               IF EmpAddr-Status = "00"
                   SET WS-Addr-Ready TO TRUE
               END-IF
               OPEN INPUT W4ElectionFile
               IF W4Elect-Status = "00"
                   SET WS-W4-Ready TO TRUE
               END-IF
               OPEN INPUT LoanFile
               IF Loan-Status = "00"
                   SET WS-Loan-Ready TO TRUE
               END-IF
               OPEN INPUT EmployeeBirthFile
               IF EmpBirth-Status = "00"
                   SET WS-Birth-Ready TO TRUE
               END-IF
               PERFORM 110-Load-Life-Plans
               OPEN INPUT CompanyMasterFile
               IF CompMast-Status = "00"
                   SET WS-CompMast-Ready TO TRUE
                   END-IF
               END-IF.

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

           200-Read-Records.
               PERFORM 205-Read-One-Extract-Record
               PERFORM 205-Read-One-Extract-Record
           400-Write-Records.
               PERFORM 405-Find-Period-Gross
               PERFORM 420-Sum-Deductions
               PERFORM 441-Compute-Imputed-Life
               COMPUTE WS-Taxable-Gross =
                   WS-Period-Gross - WS-Pretax-Deductions
               COMPUTE WS-Withholding =
                   (WS-Taxable-Gross + WS-Period-Imputed)
                       * WS-Withholding-Rate
               PERFORM 438-Find-W4-Election
               IF WS-W4-Found
                   PERFORM 439-Apply-W4-Election
               END-IF
               PERFORM 432-Compute-Fica-Withholding
               PERFORM 434-Compute-State-Tax
               COMPUTE WS-Net-Pay =
               END-IF
               PERFORM 200-Read-Records.

           438-Find-W4-Election.
               SET WS-W4-Not-Found TO TRUE
               SET WS-W4-Not-Exempt TO TRUE
               IF WS-W4-Ready
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
                                 IF W4-EmployeeNumber = EmployeeNumber
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

           439-Apply-W4-Election.
               IF WS-W4-Exempt-In-Force
                   MOVE 0 TO WS-Withholding
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
                       WS-Taxable-Gross + WS-Period-Imputed
                           + (W4-Other-Income - WS-W4-Allowance)
                               / WS-W4-Periods
                   IF WS-W4-Period-Wage < 0
                       MOVE 0 TO WS-W4-Period-Wage
                   END-IF
                   COMPUTE WS-Withholding ROUNDED =
                       WS-W4-Period-Wage * WS-Withholding-Rate
                           - W4-Dependents-Credit / WS-W4-Periods
                   IF WS-Withholding < 0
                       MOVE 0 TO WS-Withholding
                   END-IF
                   ADD W4-Extra-Withholding TO WS-Withholding
               END-IF.

           434-Compute-State-Tax.
               SET WS-Addr-Found TO TRUE
               MOVE WS-Flat-State-Rate TO WS-State-Rate
                   SET WS-Addr-Not-Found TO TRUE
               END-IF
               COMPUTE WS-Period-StateTax ROUNDED =
                   (WS-Taxable-Gross + WS-Period-Imputed)
                       * WS-State-Rate.

           436-Find-State-Rate.
               MOVE 0 TO WS-State-Rate
               SET RT-StateTax-Table TO TRUE
               MOVE AD-State TO RT-Key
               MOVE PP-Date-Numeric TO RT-As-Of-Date
               CALL "RefTable" USING RefTableRequest
               IF RT-Found
                   COMPUTE WS-State-Rate = RT-ST-Rate / 1000
               END-IF.

           405-Find-Period-Gross.
               SET WS-Pays-Biweekly TO TRUE
               SET RT-TerrOff-Table TO TRUE
               MOVE SPACES TO RT-Key
               MOVE TerritoryNumber TO RT-Key-Territory
               MOVE OfficeNumber TO RT-Key-Office
               CALL "RefTable" USING RefTableRequest
               IF RT-Found
                   AND RT-TO-Pay-Frequency NOT = SPACES
                   MOVE RT-TO-Pay-Frequency TO WS-Pay-Frequency
               END-IF
               IF WS-Pays-Monthly
                   MOVE Monthly-Gross TO WS-Period-Gross
               END-IF.

           432-Compute-Fica-Withholding.
               COMPUTE WS-Period-Fica-Wages =
                   WS-Period-Gross + WS-Period-Imputed
               MOVE 0 TO WS-Ytd-Gross-Prior
               IF WS-Ytd-Ready
                   MOVE EmployeeNumber TO YT-EmployeeNumber
                           CONTINUE
                       NOT INVALID KEY
                           COMPUTE WS-Ytd-Gross-Prior =
                               YT-Gross + YT-Imputed-Income
                                   - WS-Period-Fica-Wages
                           IF WS-Ytd-Gross-Prior < 0
                               MOVE 0 TO WS-Ytd-Gross-Prior
                           END-IF
                   END-READ
               END-IF
               MOVE 0 TO WS-Period-SocSec
               CALL "SuccessorWages" USING EmployeeNumber,
                   WS-Current-Year, WS-Successor-Credit
               COMPUTE WS-SocSec-Room =
                   WS-SocSec-Wage-Base - WS-Ytd-Gross-Prior
                       - WS-Successor-Credit
               IF WS-SocSec-Room > WS-Period-Fica-Wages
                   MOVE WS-Period-Fica-Wages TO WS-SocSec-Room
               END-IF
               IF WS-SocSec-Room > 0
                   COMPUTE WS-Period-SocSec ROUNDED =
                       WS-SocSec-Room * WS-SocSec-Rate
               END-IF
               COMPUTE WS-Period-Medicare ROUNDED =
                   WS-Period-Fica-Wages * WS-Medicare-Rate.

      *****************************************************************
      * Imputed income for group-term life coverage over $50,000,     *
      * computed as the payroll run computes it, so the projected     *
      * taxes agree with what is withheld.  The employee's own        *
      * after-tax contribution for the coverage reduces it.           *
      *****************************************************************
           441-Compute-Imputed-Life.
               MOVE 0 TO WS-Period-Imputed WS-Imputed-Annual
                   WS-Life-Multiple WS-Life-Maximum WS-Life-Rate
                   WS-Life-Contribution
               IF NOT Employee-Terminated
                   PERFORM 442-Find-Life-Plan
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
                       PERFORM 444-Find-Life-Age-Rate
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
               END-IF.

           442-Find-Life-Plan.
               IF DeductionCode (WS-Deduction-Idx) NOT = SPACES
                   PERFORM 443-Match-Life-Plan
                       VARYING WS-Life-Plan-Idx FROM 1 BY 1
                       UNTIL WS-Life-Plan-Idx > WS-Life-Plan-Count
                           OR WS-Life-Multiple > 0
               END-IF.

           443-Match-Life-Plan.
               IF LT-Deduction-Code (WS-Life-Plan-Idx)
                       = DeductionCode (WS-Deduction-Idx)
                   MOVE LT-Salary-Multiple (WS-Life-Plan-Idx)
                       TO WS-Life-Multiple
                   MOVE LT-Maximum-Coverage (WS-Life-Plan-Idx)
                       TO WS-Life-Maximum
                   MOVE DeductionAmount (WS-Deduction-Idx)
                       TO WS-Life-Contribution
               END-IF.

           444-Find-Life-Age-Rate.
               MOVE EmployeeNumber TO BD-EmployeeNumber
               READ EmployeeBirthFile
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF BD-Date-Of-Birth > 0
                               AND BD-Birth-Year < WS-Current-Year
                           COMPUTE WS-Life-Age =
                               WS-Current-Year - BD-Birth-Year
                           PERFORM 446-Match-Life-Age-Band
                               VARYING WS-Life-Rate-Idx FROM 1 BY 1
                               UNTIL WS-Life-Rate-Idx > 11
                                   OR WS-Life-Rate > 0
                       END-IF
               END-READ.

           446-Match-Life-Age-Band.
               IF WS-Life-Age NOT > LR-Through-Age (WS-Life-Rate-Idx)
                   MOVE LR-Monthly-Rate (WS-Life-Rate-Idx)
                       TO WS-Life-Rate
               END-IF.

           420-Sum-Deductions.
               MOVE 0 TO WS-Total-Deductions
               MOVE 0 TO WS-Posttax-Deductions
               PERFORM 425-Add-One-Deduction
                   VARYING WS-Deduction-Idx FROM 1 BY 1
                   UNTIL WS-Deduction-Idx > 3
               IF WS-Loan-Ready
                   SET WS-Loan-Not-Eof TO TRUE
                   MOVE EmployeeNumber TO LN-EmployeeNumber
                   MOVE 0 TO LN-Loan-Number
                   START LoanFile KEY IS GREATER THAN OR EQUAL LN-Key
                       INVALID KEY
                           SET WS-Loan-Eof TO TRUE
                   END-START
                   PERFORM 428-Add-One-Loan-Repayment
                       UNTIL WS-Loan-Eof
               END-IF.

      * A loan already posted for this period shows what was taken;
      * an open loan not yet posted shows the scheduled repayment.
           428-Add-One-Loan-Repayment.
               READ LoanFile NEXT RECORD
                   AT END
                       SET WS-Loan-Eof TO TRUE
                   NOT AT END
                       IF LN-EmployeeNumber NOT = EmployeeNumber
                           SET WS-Loan-Eof TO TRUE
                       ELSE
                           MOVE 0 TO WS-Loan-Repayment
                           IF LN-Last-Period-Date = PP-Date-Numeric
                               MOVE LN-Last-Repayment
                                   TO WS-Loan-Repayment
                           ELSE
                               IF LN-Open AND LN-Balance > 0
                                  AND LN-Start-Date <= PP-Date-Numeric
                                   MOVE LN-Repayment
                                       TO WS-Loan-Repayment
                                   IF WS-Loan-Repayment > LN-Balance
                                       MOVE LN-Balance
                                           TO WS-Loan-Repayment
                                   END-IF
                               END-IF
                           END-IF
                           ADD WS-Loan-Repayment
                               TO WS-Total-Deductions
                           ADD WS-Loan-Repayment
                               TO WS-Posttax-Deductions
                       END-IF
               END-READ.

           425-Add-One-Deduction.
               ADD DeductionAmount (WS-Deduction-Idx)
               END-IF.

           430-Classify-One-Deduction.
               SET RT-DeductCode-Table TO TRUE
               MOVE DeductionCode (WS-Deduction-Idx) TO RT-Key
               MOVE PP-Date-Numeric TO RT-As-Of-Date
               CALL "RefTable" USING RefTableRequest
               IF RT-Found AND RT-DC-Pre-Tax
                   ADD DeductionAmount (WS-Deduction-Idx)
                       TO WS-Pretax-Deductions
               ELSE
           500-Close-Files.
               CLOSE PayrollExtractFile
               CLOSE NetPayReportFile
               IF WS-Garnish-Ready
                   CLOSE GarnishOrderFile
               END-IF
               IF WS-Addr-Ready
                   CLOSE EmployeeAddrFile
               END-IF
               IF WS-W4-Ready
                   CLOSE W4ElectionFile
               END-IF
               IF WS-Loan-Ready
                   CLOSE LoanFile
               END-IF
               IF WS-Birth-Ready
                   CLOSE EmployeeBirthFile
               END-IF
               IF WS-CompMast-Ready
                   CLOSE CompanyMasterFile
