       Identification Division.
           Program-ID. WageAccrual.
               Author. Anthony Downs.
               Installation.
               Date-Written. October 15, 2026.
               Date-Compiled.
               Security.

      * Month-end wage accrual.  For every active employee the last
      * pay period ending on or before month-end is found on
      * PayPeriodCalFile for the pay frequency of the employee's
      * office (TO-Pay-Frequency, biweekly when not set), and the
      * work days (Monday to Friday) from the day after that period
      * through month-end are the days earned but not yet paid.  A
      * hire after the last period end starts the count at HireDate.
      * The days are valued at the daily rate (AnnualSalary over 260
      * work days) plus the employer Social Security and Medicare
      * burden, at the TaxYearFile rates for the month-end year, with
      * Social Security stopping at the wage base less the year-to-date
      * gross already on YtdAccumFile.
      *
      * The accrual is spread over the employee's cost-center splits
      * on CostAllocFile (the home office when none) and written in
      * the GL posting layout GlPostingExport uses: one labor debit
      * per company and office, and accrued-wage and accrued-FICA
      * credits per company, all dated month-end.  Each line is
      * paired with its reversing entry dated the first of the next
      * month, in the same way voided paychecks are reversed.  The
      * AccrRpt summary shows the accrual by company and office.  The
      * GL file is entered on the outbound interface register with
      * its line count, its credit total in cents as the hash total
      * and its debit total, as GlPostingExport enters its own file.
      *
      * Columns 1-8 of the command line give any date in the month
      * to accrue; the default is the month before the run date.  An
      * employee whose frequency has no calendar period on or before
      * month-end is skipped and counted, and the run ends with
      * return code 4.
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

                   Select Optional PayPeriodCalFile assign to PerCal
                       File Status is PerCal-Status
                       Organization is Indexed
                       Access Mode is Dynamic
                       Record Key is PC-Key.

                   Select Optional CostAllocFile assign to CostAlloc
                       File Status is CostAlloc-Status
                       Organization is Indexed
                       Access Mode is Dynamic
                       Record Key is CA-Key.

                   Select Optional TaxYearFile assign to TaxYear
                       File Status is TaxYear-Status
                       Organization is Indexed
                       Access Mode is Dynamic
                       Record Key is TY-Year.

                   Select Optional YtdAccumFile assign to YtdAccum
                       File Status is YtdAccum-Status
                       Organization is Indexed
                       Access Mode is Dynamic
                       Record Key is YT-Key.

                   Select Optional CompanyMasterFile assign to CompMast
                       File Status is CompMast-Status
                       Organization is Indexed
                       Access Mode is Dynamic
                       Record Key is CM-Company-Code.

                   Select GlAccrualFile assign to GlAccr
                       Organization is Line Sequential
                       File Status is GlAccr-Status.

                   Select AccrualReportFile assign to AccrRpt
                       Organization is Line Sequential
                       File Status is AccrRpt-Status.

                   Select AccrualSortFile assign to AccrSort.

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

               FD  PayPeriodCalFile.
                   01  PayPeriodCalRecord.
                       05  PC-Key.
                           10  PC-Pay-Frequency             PIC X(01).
                           10  PC-Period-End-Date           PIC 9(08).
                       05  PC-Period-Number                  PIC 9(03).

               FD  CostAllocFile.
                   01  CostAllocRecord.
                       05  CA-Key.
                           10  CA-EmployeeNumber            PIC X(05).
                           10  CA-Sequence                  PIC 9(02).
                       05  CA-Territory                     PIC X(02).
                       05  CA-Office                        PIC X(02).
                       05  CA-Percent                       PIC 9(03).

               FD  TaxYearFile.
                   01  TaxYearRecord.
                       05  TY-Year                          PIC 9(04).
                       05  TY-SocSec-Wage-Base              PIC 9(07).
                       05  TY-SocSec-Rate                   PIC V9999.
                       05  TY-Medicare-Rate                 PIC V9999.
                       05                                   PIC X(06).

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

               FD  CompanyMasterFile.
                   01  CompanyMasterRecord.
                       05  CM-Company-Code                  PIC X(02).
                       05  CM-Legal-Name                    PIC X(30).
                       05  CM-EIN                           PIC 9(09).
                       05  CM-Funding-Routing               PIC 9(09).
                       05  CM-Funding-Account               PIC X(17).

               FD  GlAccrualFile
                   Record Contains 80 characters.
                   01  GlAccrualLine                       PIC X(80).

               FD  AccrualReportFile
                   Record Contains 132 characters.
                   01  AccrualPrintLine                    PIC X(132).

               SD  AccrualSortFile.
                   01  AccrualSortRecord.
                       05  SA-Company                       PIC X(02).
                       05  SA-Office                        PIC X(02).
                       05  SA-Headcount                     PIC 9(01).
                       05  SA-Days                          PIC 9(03).
                       05  SA-Wages                     PIC S9(7)V99.
                       05  SA-Burden                    PIC S9(7)V99.

           Working-Storage Section.
               COPY "Misc.cpy".
               COPY "RefTable.cpy".
              COPY "WS_Date.cpy" REPLACING LEADING ==Prefix== BY ==LK==.
               COPY "HeaderMain.cpy".
               COPY "EmployeeRecord.cpy".
               COPY "IfaceReg.cpy".

               01  PerCal-Status                        PIC X(02).
               01  CostAlloc-Status                     PIC X(02).
               01  TaxYear-Status                       PIC X(02).
               01  YtdAccum-Status                      PIC X(02).
               01  CompMast-Status                      PIC X(02).
               01  GlAccr-Status                        PIC X(02).
               01  AccrRpt-Status                       PIC X(02).

               01  WS-Open-Switch   PIC X(01)   value "Y".
                   88  WS-Files-Ready                       value "Y".
                   88  WS-Open-Failed                        value "N".
               01  WS-PerCal-Switch   PIC X(01)   value "N".
                   88  WS-PerCal-Ready                      value "Y".
                   88  WS-PerCal-Not-Ready                  value "N".
               01  WS-Alloc-Switch   PIC X(01)   value "N".
                   88  WS-Alloc-Ready                       value "Y".
                   88  WS-Alloc-Not-Ready                   value "N".
               01  WS-AllocScan-Switch   PIC X(01)   value "N".
                   88  WS-AllocScan-Eof                     value "Y".
                   88  WS-AllocScan-Not-Eof                 value "N".
               01  WS-Ytd-Switch   PIC X(01)   value "N".
                   88  WS-Ytd-Ready                         value "Y".
                   88  WS-Ytd-Not-Ready                     value "N".
               01  WS-CompMast-Switch   PIC X(01)   value "N".
                   88  WS-CompMast-Ready                    value "Y".
                   88  WS-CompMast-Not-Ready                value "N".
               01  WS-Sort-Eof-Switch   PIC X(01)   value "N".
                   88  WS-Sort-Eof                          value "Y".
                   88  WS-Sort-Not-Eof                      value "N".
               01  WS-Period-Switch   PIC X(01)   value "N".
                   88  WS-Period-Found                      value "Y".
                   88  WS-Period-Not-Found                  value "N".

               01  WS-Pay-Frequency   PIC X(01)   value "B".
                   88  WS-Frequency-Valid   values "W" "B" "S" "M".

               01  WS-Command-Line-Param   PIC X(40)   value spaces.
               01  WS-Today   PIC 9(08)   value 0.
               01  WS-As-Of-Date   PIC 9(08)   value 0.
               01  WS-Month-End   PIC 9(08)   value 0.
               01  WS-Month-End-Parts redefines WS-Month-End.
                   05  WS-Month-End-Year   PIC 9(04).
                   05  WS-Month-End-Month   PIC 9(02).
                   05  WS-Month-End-Day   PIC 9(02).
               01  WS-Reverse-Date   PIC 9(08)   value 0.
               01  WS-Reverse-Parts redefines WS-Reverse-Date.
                   05  WS-Reverse-Year   PIC 9(04).
                   05  WS-Reverse-Month   PIC 9(02).
                   05  WS-Reverse-Day   PIC 9(02).
               01  WS-Month-End-Integer   PIC 9(07)   value 0.
               01  WS-Day-Integer   PIC 9(07)   value 0.
               01  WS-Start-Integer   PIC 9(07)   value 0.
               01  WS-Hire-Integer   PIC 9(07)   value 0.
               01  WS-Day-Of-Week   PIC 9(01)   value 0.
               01  WS-Accrual-Days   PIC 9(03)   value 0.
               01  WS-Last-Period-End   PIC 9(08)   value 0.

               01  WS-Work-Days-Per-Year   PIC 9(03)   value 260.
               01  WS-SocSec-Rate   PIC V9999   value .0620.
               01  WS-Medicare-Rate   PIC V9999   value .0145.
               01  WS-SocSec-Wage-Base   PIC 9(07)   value 176100.
               01  WS-SocSec-Room   PIC S9(8)V99 value 0.
               01  WS-Daily-Rate   PIC S9(7)V99 value 0.
               01  WS-Accrued-Wages   PIC S9(7)V99 value 0.
               01  WS-Accrued-Burden   PIC S9(7)V99 value 0.
               01  WS-Split-Count   PIC 9(02)   COMP value 0.
               01  WS-Split-Wages   PIC S9(7)V99 value 0.
               01  WS-Split-Burden   PIC S9(7)V99 value 0.

               01  WS-Accrued-Count   PIC 9(05)   COMP value 0.
               01  WS-Skipped-Count   PIC 9(05)   COMP value 0.
               01  WS-Gl-Line-Count   PIC 9(05)   COMP value 0.
               01  WS-Gl-Debit-Total   PIC S9(11)V99 value 0.
               01  WS-Gl-Credit-Total   PIC S9(11)V99 value 0.

               01  WS-Previous-Company   PIC X(02)   value spaces.
               01  WS-Previous-Office   PIC X(02)   value spaces.
               01  WS-Office-Totals.
                   05  WS-Office-Headcount   PIC 9(05)   value 0.
                   05  WS-Office-Days   PIC 9(07)   value 0.
                   05  WS-Office-Wages   PIC S9(9)V99 value 0.
                   05  WS-Office-Burden   PIC S9(9)V99 value 0.
               01  WS-Company-Totals.
                   05  WS-Company-Headcount   PIC 9(05)   value 0.
                   05  WS-Company-Days   PIC 9(07)   value 0.
                   05  WS-Company-Wages   PIC S9(9)V99 value 0.
                   05  WS-Company-Burden   PIC S9(9)V99 value 0.
               01  WS-Grand-Totals.
                   05  WS-Grand-Headcount   PIC 9(05)   value 0.
                   05  WS-Grand-Days   PIC 9(07)   value 0.
                   05  WS-Grand-Wages   PIC S9(9)V99 value 0.
                   05  WS-Grand-Burden   PIC S9(9)V99 value 0.

               01  GlHeaderLine.
               05   PIC X(06)   value "GLHDR ".
               05   PIC X(01)   value spaces.
               05  GH-Run-Date   PIC 9(08).
               05   PIC X(65)   value spaces.

               01  GlAccrualDebitLine.
                   05  GL-Debit-Type                    PIC X(06).
               05   PIC X(01)   value spaces.
               05   PIC X(07)   value "LABOR-".
                   05  GL-Debit-Office                  PIC X(02).
               05   PIC X(01)   value spaces.
                   05  GL-Debit-Amount               PIC 9(09)V99.
               05   PIC X(01)   value spaces.
                   05  GL-Debit-Company                 PIC X(02).
               05   PIC X(01)   value spaces.
                   05  GL-Debit-Date                    PIC 9(08).
               05   PIC X(40)   value spaces.

               01  GlAccrualCreditLine.
                   05  GL-Credit-Type                   PIC X(06).
               05   PIC X(01)   value spaces.
                   05  GL-Credit-Account                PIC X(09).
               05   PIC X(01)   value spaces.
                   05  GL-Credit-Amount              PIC 9(09)V99.
               05   PIC X(01)   value spaces.
                   05  GL-Credit-Company                PIC X(02).
               05   PIC X(01)   value spaces.
                   05  GL-Credit-Date                   PIC 9(08).
               05   PIC X(40)   value spaces.

               01  AccrualHeading2.
               05   PIC X(17)   value spaces.
               05   PIC X(32)   value
                   "Month-End Wage Accrual through".
               05  AH-Month-End   PIC 9(4)/99/99.
               05   PIC X(14)   value "  reversing on".
               05   PIC X(01)   value spaces.
               05  AH-Reverse-Date   PIC 9(4)/99/99.

               01  AccrualColumnHeadings.
               05   PIC X(09)   value "Company".
               05   PIC X(13)   value "Office".
               05   PIC X(09)   value "Employees".
               05   PIC X(04)   value spaces.
               05   PIC X(04)   value "Days".
               05   PIC X(04)   value spaces.
               05   PIC X(13)   value "Accrued Wages".
               05   PIC X(04)   value spaces.
               05   PIC X(13)   value "Employer FICA".
               05   PIC X(04)   value spaces.
               05   PIC X(13)   value "Total Accrual".

               01  AccrualCompanyLine.
               05   PIC X(09)   value "Company ".
                   05  AC-Company                          PIC X(02).
               05   PIC X(02)   value spaces.
                   05  AC-Legal-Name                       PIC X(30).

               01  AccrualDetailLine.
               05   PIC X(09)   value spaces.
                   05  AD-Office                           PIC X(14).
                   05  AD-Headcount                        PIC ZZZZ9.
               05   PIC X(04)   value spaces.
                   05  AD-Days                             PIC ZZZZZZ9.
               05   PIC X(03)   value spaces.
               05  AD-Wages   PIC $$$,$$$,$$9.99-.
               05   PIC X(02)   value spaces.
               05  AD-Burden   PIC $$$,$$$,$$9.99-.
               05   PIC X(02)   value spaces.
               05  AD-Total   PIC $$$,$$$,$$9.99-.

               01  AccrualMessageLine.
               05   PIC X(09)   value spaces.
                   05  AM-Label                            PIC X(40).
                   05  AM-Count                            PIC ZZZZ9.

       Procedure Division.
           Initilization.
               PERFORM 600-FormatDate
               PERFORM 700-FormatTime
               PERFORM 050-Select-Run-Options
               PERFORM 100-Open-Files
               IF WS-Files-Ready
                   PERFORM 300-Write-Heading
                   SORT AccrualSortFile
                       ON ASCENDING KEY SA-Company
                       ON ASCENDING KEY SA-Office
                       INPUT PROCEDURE IS 240-Build-Sort-Input
                       OUTPUT PROCEDURE IS 250-Produce-Accruals
                   PERFORM 490-Write-Totals
               END-IF
               PERFORM 500-Close-Files.
               IF WS-Open-Failed
                   MOVE 16 TO RETURN-CODE
               ELSE
                   IF WS-Skipped-Count > 0
                       MOVE 4 TO RETURN-CODE
                   END-IF
               END-IF
               STOP RUN.

      *****************************************************************
      * Month-end is the last day of the month named on the command   *
      * line, or of the month before the run date.  The reversal is   *
      * dated the first day of the following month.                  *
      *****************************************************************
           050-Select-Run-Options.
               ACCEPT WS-Command-Line-Param FROM COMMAND-LINE
               MOVE WS-Today TO WS-As-Of-Date
               MOVE "01" TO WS-As-Of-Date(7:2)
               COMPUTE WS-Day-Integer =
                   FUNCTION INTEGER-OF-DATE(WS-As-Of-Date) - 1
               COMPUTE WS-As-Of-Date =
                   FUNCTION DATE-OF-INTEGER(WS-Day-Integer)
               IF WS-Command-Line-Param(1:8) IS NUMERIC
                   MOVE WS-Command-Line-Param(1:8) TO WS-Month-End
                   IF FUNCTION TEST-DATE-YYYYMMDD(WS-Month-End) = 0
                       MOVE WS-Month-End TO WS-As-Of-Date
                   END-IF
               END-IF
               MOVE WS-As-Of-Date TO WS-Reverse-Date
               MOVE 01 TO WS-Reverse-Day
               IF WS-Reverse-Month = 12
                   ADD 1 TO WS-Reverse-Year
                   MOVE 01 TO WS-Reverse-Month
               ELSE
                   ADD 1 TO WS-Reverse-Month
               END-IF
               COMPUTE WS-Month-End-Integer =
                   FUNCTION INTEGER-OF-DATE(WS-Reverse-Date) - 1
               COMPUTE WS-Month-End =
                   FUNCTION DATE-OF-INTEGER(WS-Month-End-Integer)
               MOVE WS-Month-End TO AH-Month-End
               MOVE WS-Reverse-Date TO AH-Reverse-Date
               DISPLAY "WAGEACCRUAL: accrual through " WS-Month-End
                   " reversing " WS-Reverse-Date.

           100-Open-Files.
               OPEN INPUT PayrollReport
                   CALL "Validations" USING File_Status, "WAGEACCRUAL"
               OPEN OUTPUT GlAccrualFile
               CALL "Validations" USING GlAccr-Status, "WAGEACCRUAL"
               OPEN OUTPUT AccrualReportFile
               CALL "Validations" USING AccrRpt-Status, "WAGEACCRUAL"
               IF File_Status NOT = "00"
                       OR GlAccr-Status NOT = "00"
                       OR AccrRpt-Status NOT = "00"
                   SET WS-Open-Failed TO TRUE
               END-IF
               OPEN INPUT PayPeriodCalFile
               IF PerCal-Status = "00"
                   SET WS-PerCal-Ready TO TRUE
               END-IF
               OPEN INPUT CostAllocFile
               IF CostAlloc-Status = "00"
                   SET WS-Alloc-Ready TO TRUE
               END-IF
               OPEN INPUT YtdAccumFile
               IF YtdAccum-Status = "00"
                   SET WS-Ytd-Ready TO TRUE
               END-IF
               OPEN INPUT CompanyMasterFile
               IF CompMast-Status = "00"
                   SET WS-CompMast-Ready TO TRUE
               END-IF
               OPEN INPUT TaxYearFile
               IF TaxYear-Status = "00"
                   MOVE WS-Month-End-Year TO TY-Year
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
               READ PayrollReport NEXT RECORD
                   AT END
                       SET WS-Eof TO TRUE
                   NOT AT END
                       MOVE EmployeeRecord TO EmployeeRecords
               END-READ.

           240-Build-Sort-Input.
               PERFORM 200-Read-Records
               PERFORM 245-Release-One-Employee
                   UNTIL WS-Eof.

           245-Release-One-Employee.
               IF Employee-Active
                   PERFORM 400-Find-Unpaid-Days
                   IF WS-Accrual-Days > 0
                       PERFORM 420-Value-Unpaid-Days
                       PERFORM 430-Release-Cost-Centers
                       ADD 1 TO WS-Accrued-Count
                   END-IF
               END-IF
               PERFORM 200-Read-Records.

           250-Produce-Accruals.
               MOVE WS-Today TO GH-Run-Date
               WRITE GlAccrualLine FROM GlHeaderLine
               SET WS-Sort-Not-Eof TO TRUE
               PERFORM 255-Return-One-Record
               PERFORM 260-Accumulate-With-Break
                   UNTIL WS-Sort-Eof
               PERFORM 265-End-Office-Break
               PERFORM 270-End-Company-Break.

           255-Return-One-Record.
               RETURN AccrualSortFile
                   AT END
                       SET WS-Sort-Eof TO TRUE
               END-RETURN.

           260-Accumulate-With-Break.
               IF WS-Previous-Company NOT = SPACES
                       AND SA-Company NOT = WS-Previous-Company
                   PERFORM 265-End-Office-Break
                   PERFORM 270-End-Company-Break
               END-IF
               IF WS-Previous-Office NOT = SPACES
                       AND SA-Office NOT = WS-Previous-Office
                   PERFORM 265-End-Office-Break
               END-IF
               IF WS-Previous-Company = SPACES
                   PERFORM 275-Start-Company
               END-IF
               ADD SA-Headcount TO WS-Office-Headcount
               ADD SA-Days TO WS-Office-Days
               ADD SA-Wages TO WS-Office-Wages
               ADD SA-Burden TO WS-Office-Burden
               MOVE SA-Office TO WS-Previous-Office
               PERFORM 255-Return-One-Record.

      *****************************************************************
      * One labor debit per company and office, dated month-end, and  *
      * its reversing credit dated the first of the next month.       *
      *****************************************************************
           265-End-Office-Break.
               IF WS-Previous-Office NOT = SPACES
                   MOVE "Office" TO AD-Office
                   MOVE WS-Previous-Office TO AD-Office(8:2)
                   MOVE WS-Office-Headcount TO AD-Headcount
                   MOVE WS-Office-Days TO AD-Days
                   MOVE WS-Office-Wages TO AD-Wages
                   MOVE WS-Office-Burden TO AD-Burden
                   COMPUTE AD-Total =
                       WS-Office-Wages + WS-Office-Burden
                   MOVE SPACES TO AccrualPrintLine
                   WRITE AccrualPrintLine FROM AccrualDetailLine
                       AFTER ADVANCING 1
                   IF WS-Office-Wages + WS-Office-Burden NOT = 0
                       MOVE WS-Previous-Office TO GL-Debit-Office
                       MOVE WS-Previous-Company TO GL-Debit-Company
                       COMPUTE GL-Debit-Amount =
                           WS-Office-Wages + WS-Office-Burden
                       MOVE "GLACDB" TO GL-Debit-Type
                       MOVE WS-Month-End TO GL-Debit-Date
                       WRITE GlAccrualLine FROM GlAccrualDebitLine
                       MOVE "GLARCR" TO GL-Debit-Type
                       MOVE WS-Reverse-Date TO GL-Debit-Date
                       WRITE GlAccrualLine FROM GlAccrualDebitLine
                       ADD 2 TO WS-Gl-Line-Count
                       ADD GL-Debit-Amount TO WS-Gl-Debit-Total
                           WS-Gl-Credit-Total
                   END-IF
                   ADD WS-Office-Headcount TO WS-Company-Headcount
                   ADD WS-Office-Days TO WS-Company-Days
                   ADD WS-Office-Wages TO WS-Company-Wages
                   ADD WS-Office-Burden TO WS-Company-Burden
                   INITIALIZE WS-Office-Totals
                   MOVE SPACES TO WS-Previous-Office
               END-IF.

      *****************************************************************
      * Accrued-wage and accrued-FICA credits for the company, dated  *
      * month-end, each with its reversing debit.                     *
      *****************************************************************
           270-End-Company-Break.
               IF WS-Previous-Company NOT = SPACES
                   MOVE "Company total" TO AD-Office
                   MOVE WS-Company-Headcount TO AD-Headcount
                   MOVE WS-Company-Days TO AD-Days
                   MOVE WS-Company-Wages TO AD-Wages
                   MOVE WS-Company-Burden TO AD-Burden
                   COMPUTE AD-Total =
                       WS-Company-Wages + WS-Company-Burden
                   MOVE SPACES TO AccrualPrintLine
                   WRITE AccrualPrintLine FROM AccrualDetailLine
                       AFTER ADVANCING 2
                   MOVE WS-Previous-Company TO GL-Credit-Company
                   IF WS-Company-Wages NOT = 0
                       MOVE "ACCR-WAGE" TO GL-Credit-Account
                       MOVE WS-Company-Wages TO GL-Credit-Amount
                       PERFORM 280-Write-Credit-Pair
                   END-IF
                   IF WS-Company-Burden NOT = 0
                       MOVE "ACCR-FICA" TO GL-Credit-Account
                       MOVE WS-Company-Burden TO GL-Credit-Amount
                       PERFORM 280-Write-Credit-Pair
                   END-IF
                   ADD WS-Company-Headcount TO WS-Grand-Headcount
                   ADD WS-Company-Days TO WS-Grand-Days
                   ADD WS-Company-Wages TO WS-Grand-Wages
                   ADD WS-Company-Burden TO WS-Grand-Burden
                   INITIALIZE WS-Company-Totals
                   MOVE SPACES TO WS-Previous-Company
               END-IF.

           275-Start-Company.
               MOVE SA-Company TO WS-Previous-Company
               MOVE SA-Company TO AC-Company
               MOVE SPACES TO AC-Legal-Name
               IF WS-CompMast-Ready
                   MOVE SA-Company TO CM-Company-Code
                   READ CompanyMasterFile
                       INVALID KEY
                           MOVE "(not on company master)"
                               TO AC-Legal-Name
                       NOT INVALID KEY
                           MOVE CM-Legal-Name TO AC-Legal-Name
                   END-READ
               END-IF
               MOVE SPACES TO AccrualPrintLine
               WRITE AccrualPrintLine FROM AccrualCompanyLine
                   AFTER ADVANCING 2.

           280-Write-Credit-Pair.
               MOVE "GLACCR" TO GL-Credit-Type
               MOVE WS-Month-End TO GL-Credit-Date
               WRITE GlAccrualLine FROM GlAccrualCreditLine
               MOVE "GLARDB" TO GL-Credit-Type
               MOVE WS-Reverse-Date TO GL-Credit-Date
               WRITE GlAccrualLine FROM GlAccrualCreditLine
               ADD 2 TO WS-Gl-Line-Count
               ADD GL-Credit-Amount TO WS-Gl-Credit-Total
                   WS-Gl-Debit-Total.

           300-Write-Heading.
               MOVE "Wage Accrual" TO HeaderReportTitle
               MOVE SPACES TO AccrualPrintLine
               WRITE AccrualPrintLine FROM HeaderMain
                   AFTER ADVANCING PAGE
               WRITE AccrualPrintLine FROM AccrualHeading2
                   AFTER ADVANCING 1
               WRITE AccrualPrintLine FROM HeaderMain3
                   AFTER ADVANCING 2
               WRITE AccrualPrintLine FROM AccrualColumnHeadings
                   AFTER ADVANCING 2.

      *****************************************************************
      * The unpaid stretch runs from the day after the last period    *
      * ending on or before month-end (or from HireDate, if later)    *
      * through month-end, counting Monday to Friday only.            *
      *****************************************************************
           400-Find-Unpaid-Days.
               MOVE 0 TO WS-Accrual-Days
               MOVE "B" TO WS-Pay-Frequency
               SET RT-TerrOff-Table TO TRUE
               MOVE SPACES TO RT-Key
               MOVE TerritoryNumber TO RT-Key-Territory
               MOVE OfficeNumber TO RT-Key-Office
               CALL "RefTable" USING RefTableRequest
               IF RT-Found
                   AND RT-TO-Pay-Frequency NOT = SPACES
                   MOVE RT-TO-Pay-Frequency TO WS-Pay-Frequency
               END-IF
               PERFORM 405-Find-Last-Period-End
               IF WS-Period-Not-Found
                   ADD 1 TO WS-Skipped-Count
                   DISPLAY "WAGEACCRUAL: no " WS-Pay-Frequency
                       " period on calendar by " WS-Month-End
                       " for employee " EmployeeNumber
               ELSE
                   COMPUTE WS-Start-Integer =
                       FUNCTION INTEGER-OF-DATE(WS-Last-Period-End) + 1
                   IF HD-Date-Numeric IS NUMERIC
                           AND HD-Date-Numeric > 19000101
                       COMPUTE WS-Hire-Integer =
                           FUNCTION INTEGER-OF-DATE(HD-Date-Numeric)
                       IF WS-Hire-Integer > WS-Start-Integer
                           MOVE WS-Hire-Integer TO WS-Start-Integer
                       END-IF
                   END-IF
                   PERFORM 410-Count-Work-Day
                       VARYING WS-Day-Integer FROM WS-Start-Integer
                       BY 1 UNTIL WS-Day-Integer > WS-Month-End-Integer
               END-IF.

           405-Find-Last-Period-End.
               SET WS-Period-Not-Found TO TRUE
               MOVE 0 TO WS-Last-Period-End
               IF WS-PerCal-Ready
                   MOVE WS-Pay-Frequency TO PC-Pay-Frequency
                   MOVE WS-Month-End TO PC-Period-End-Date
                   START PayPeriodCalFile
                           KEY IS LESS THAN OR EQUAL PC-Key
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           READ PayPeriodCalFile NEXT RECORD
                               AT END
                                   CONTINUE
                               NOT AT END
                                   IF PC-Pay-Frequency
                                           = WS-Pay-Frequency
                                       SET WS-Period-Found TO TRUE
                                       MOVE PC-Period-End-Date
                                           TO WS-Last-Period-End
                                   END-IF
                           END-READ
                   END-START
               END-IF.

           410-Count-Work-Day.
               COMPUTE WS-Day-Of-Week =
                   FUNCTION MOD(WS-Day-Integer, 7)
               IF WS-Day-Of-Week NOT = 6 AND WS-Day-Of-Week NOT = 0
                   ADD 1 TO WS-Accrual-Days
               END-IF.

           420-Value-Unpaid-Days.
               COMPUTE WS-Daily-Rate ROUNDED =
                   AnnualSalary / WS-Work-Days-Per-Year
               COMPUTE WS-Accrued-Wages ROUNDED =
                   WS-Daily-Rate * WS-Accrual-Days
               MOVE 0 TO YT-Gross
               IF WS-Ytd-Ready
                   MOVE EmployeeNumber TO YT-EmployeeNumber
                   MOVE WS-Month-End-Year TO YT-Year
                   READ YtdAccumFile
                       INVALID KEY
                           MOVE 0 TO YT-Gross
                   END-READ
               END-IF
               MOVE 0 TO WS-Accrued-Burden
               COMPUTE WS-SocSec-Room =
                   WS-SocSec-Wage-Base - YT-Gross
               IF WS-SocSec-Room > WS-Accrued-Wages
                   MOVE WS-Accrued-Wages TO WS-SocSec-Room
               END-IF
               IF WS-SocSec-Room > 0
                   COMPUTE WS-Accrued-Burden ROUNDED =
                       WS-SocSec-Room * WS-SocSec-Rate
               END-IF
               COMPUTE WS-Accrued-Burden ROUNDED =
                   WS-Accrued-Burden
                       + WS-Accrued-Wages * WS-Medicare-Rate.

           430-Release-Cost-Centers.
               IF CompanyCode = SPACES
                   MOVE "01" TO CompanyCode
               END-IF
               MOVE 0 TO WS-Split-Count
               IF WS-Alloc-Ready
                   SET WS-AllocScan-Not-Eof TO TRUE
                   MOVE EmployeeNumber TO CA-EmployeeNumber
                   MOVE 0 TO CA-Sequence
                   START CostAllocFile
                           KEY IS GREATER THAN OR EQUAL CA-Key
                       INVALID KEY
                           SET WS-AllocScan-Eof TO TRUE
                   END-START
                   PERFORM 435-Release-One-Split
                       UNTIL WS-AllocScan-Eof
               END-IF
               IF WS-Split-Count = 0
                   MOVE CompanyCode TO SA-Company
                   MOVE OfficeNumber TO SA-Office
                   MOVE 1 TO SA-Headcount
                   MOVE WS-Accrual-Days TO SA-Days
                   MOVE WS-Accrued-Wages TO SA-Wages
                   MOVE WS-Accrued-Burden TO SA-Burden
                   RELEASE AccrualSortRecord
               END-IF.

           435-Release-One-Split.
               READ CostAllocFile NEXT RECORD
                   AT END
                       SET WS-AllocScan-Eof TO TRUE
                   NOT AT END
                       IF CA-EmployeeNumber NOT = EmployeeNumber
                           SET WS-AllocScan-Eof TO TRUE
                       ELSE
                           PERFORM 437-Release-Split-Share
                       END-IF
               END-READ.

           437-Release-Split-Share.
               ADD 1 TO WS-Split-Count
               MOVE CompanyCode TO SA-Company
               MOVE CA-Office TO SA-Office
               IF WS-Split-Count = 1
                   MOVE 1 TO SA-Headcount
                   MOVE WS-Accrual-Days TO SA-Days
               ELSE
                   MOVE 0 TO SA-Headcount
                   MOVE 0 TO SA-Days
               END-IF
               COMPUTE SA-Wages ROUNDED =
                   WS-Accrued-Wages * CA-Percent / 100
               COMPUTE SA-Burden ROUNDED =
                   WS-Accrued-Burden * CA-Percent / 100
               RELEASE AccrualSortRecord.

           490-Write-Totals.
               MOVE "All companies" TO AD-Office
               MOVE WS-Grand-Headcount TO AD-Headcount
               MOVE WS-Grand-Days TO AD-Days
               MOVE WS-Grand-Wages TO AD-Wages
               MOVE WS-Grand-Burden TO AD-Burden
               COMPUTE AD-Total = WS-Grand-Wages + WS-Grand-Burden
               MOVE SPACES TO AccrualPrintLine
               WRITE AccrualPrintLine FROM AccrualDetailLine
                   AFTER ADVANCING 3
               MOVE "Employees accrued:" TO AM-Label
               MOVE WS-Accrued-Count TO AM-Count
               WRITE AccrualPrintLine FROM AccrualMessageLine
                   AFTER ADVANCING 2
               MOVE "Skipped - no pay period on calendar:" TO AM-Label
               MOVE WS-Skipped-Count TO AM-Count
               WRITE AccrualPrintLine FROM AccrualMessageLine
                   AFTER ADVANCING 1
               MOVE "GL lines written:" TO AM-Label
               MOVE WS-Gl-Line-Count TO AM-Count
               WRITE AccrualPrintLine FROM AccrualMessageLine
                   AFTER ADVANCING 1
               DISPLAY "WAGEACCRUAL: " WS-Accrued-Count
                   " employees accrued, " WS-Skipped-Count " skipped".

           500-Close-Files.
               CLOSE PayrollReport
               CLOSE GlAccrualFile
               CLOSE AccrualReportFile
               IF WS-PerCal-Ready
                   CLOSE PayPeriodCalFile
               END-IF
               IF WS-Alloc-Ready
                   CLOSE CostAllocFile
               END-IF
               IF WS-Ytd-Ready
                   CLOSE YtdAccumFile
               END-IF
               IF WS-CompMast-Ready
                   CLOSE CompanyMasterFile
               END-IF
               IF WS-Files-Ready
                   PERFORM 510-Register-Gl-File
               END-IF.

           510-Register-Gl-File.
               INITIALIZE IfaceRegRequest
               MOVE "GLACCR" TO IR-Interface-Id
               MOVE "GlAccrualFile" TO IR-File-Name
               MOVE "General ledger" TO IR-Recipient
               MOVE "WAGEACCRUAL" TO IR-Program
               MOVE WS-Gl-Line-Count TO IR-Record-Count
               COMPUTE IR-Hash-Total = WS-Gl-Credit-Total * 100
               MOVE WS-Gl-Debit-Total TO IR-Dollar-Total
               CALL "IfaceRegister" USING IfaceRegRequest.

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

               End Program WageAccrual.
