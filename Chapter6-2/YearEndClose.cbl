       Identification Division.
           Program-ID. YearEndClose.
               Author. Anthony Downs.
               Installation.
               Date-Written. October 15, 2026.
               Date-Compiled.
               Security.

      * Year-end close.  Run once the last pay of a year has posted,
      * with the year in columns 1-4 of the command line (default is
      * last year), CHECK or CLOSE in columns 6-10 (default CHECK) and
      * the operator in columns 12-19.
      *
      * Both modes confirm that the following year is ready to pay:
      * a full year of PayPeriodCal rows for every pay frequency an
      * active office uses, at least one HolidayCal row, tax brackets
      * in force on January 1 for every territory with an active
      * office, and a TaxYear row carrying the Social Security wage
      * base.  Both modes also take
      * control totals of the year's YtdAccum and PayLedger records
      * (the YTD totals include the amounts closed out to EntityYtd by
      * legal-entity transfers, so they still agree with the ledger)
      * and list the PTO balances that exceed the office carryover
      * limit in PtoCarry (territory, office, blank, hours 9(4)V99;
      * "**" in territory or office matches all, the most specific
      * card wins, and an office with no card has no limit).
      *
      * CLOSE does the same and then, only when every readiness check
      * passed, cuts the PTO balances back to the limit and writes the
      * closed control record to YearClose with the frozen totals.
      * From then on the posting programs refuse pay dated in that
      * year, and W-2 reprints and the EFW2 build will run for it,
      * through the YearCloseCheck subprogram.  A year that is not
      * yet over, or is already closed, cannot be closed.
      *
      * Return code 4 is a CHECK with readiness failures, 8 a CLOSE
      * that was refused (nothing is changed), 16 a file failure.
       Environment Division.
           Configuration Section.
               Special-Names.

           Input-Output Section.
               File-Control.
                   Select YearCloseFile assign to YearClose
                       File Status is YearClose-Status
                       Organization is Indexed
                       Access Mode is Dynamic
                       Record Key is YC-Year.

                   Select YtdAccumFile assign to YtdAccum
                       File Status is YtdAccum-Status
                       Organization is Indexed
                       Access Mode is Sequential
                       Record Key is YT-Key.

                   Select PayLedgerFile assign to PayLedgr
                       File Status is PayLedger-Status
                       Organization is Indexed
                       Access Mode is Sequential
                       Record Key is LG-Key.

                   Select PtoAccrualFile assign to PtoAccr
                       File Status is PtoAccr-Status
                       Organization is Indexed
                       Access Mode is Sequential
                       Record Key is PT-EmployeeNumber.

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

                   Select TerrOffFile assign to TerrOff
                       File Status is TerrOff-Status
                       Organization is Indexed
                       Access Mode is Sequential
                       Record Key is TO-Key.

                   Select PayPeriodCalFile assign to PerCal
                       File Status is PerCal-Status
                       Organization is Indexed
                       Access Mode is Dynamic
                       Record Key is PC-Key.

                   Select HolidayCalFile assign to HolCal
                       File Status is HolCal-Status
                       Organization is Indexed
                       Access Mode is Dynamic
                       Record Key is HC-Date.

                   Select TaxBracketFile assign to TaxBrkt
                       File Status is TaxBracket-Status
                       Organization is Indexed
                       Access Mode is Dynamic
                       Record Key is TB-Key.

                   Select TaxYearFile assign to TaxYear
                       File Status is TaxYear-Status
                       Organization is Indexed
                       Access Mode is Dynamic
                       Record Key is TY-Year.

                   Select Optional EntityYtdFile assign to EntityYtd
                       File Status is EntityYtd-Status
                       Organization is Indexed
                       Access Mode is Dynamic
                       Record Key is EY-Key.

                   Select Optional PtoCarryFile assign to PtoCarry
                       Organization is Line Sequential
                       File Status is PtoCarry-Status.

                   Select YearCloseReport assign to YrClsRpt
                       Organization is Line Sequential
                       File Status is YrClsRpt-Status.

               I-O-Control.

       Data Division.
           File Section.
               FD  YearCloseFile.
                   01  YearCloseRecord.
                       05  YC-Year                          PIC 9(04).
                       05  YC-Status                        PIC X(01).
                           88  YC-Year-Closed               value "C".
                       05  YC-Closed-Date                   PIC 9(08).
                       05  YC-Closed-Time                   PIC 9(06).
                       05  YC-Closed-By                     PIC X(08).
                       05  YC-Ytd-Records                   PIC 9(07).
                       05  YC-Ytd-Gross                 PIC S9(11)V99.
                       05  YC-Ytd-Withholding           PIC S9(11)V99.
                       05  YC-Ledger-Records                PIC 9(07).
                       05  YC-Ledger-Gross              PIC S9(11)V99.
                       05  YC-Ledger-Net                PIC S9(11)V99.
                       05  YC-Pto-Forfeit-Count             PIC 9(05).
                       05  YC-Pto-Forfeit-Hours          PIC S9(7)V99.
                       05                                   PIC X(21).

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

               FD  EntityYtdFile.
                   01  EntityYtdRecord.
                       05  EY-Key.
                           10  EY-EmployeeNumber            PIC X(05).
                           10  EY-Year                      PIC 9(04).
                           10  EY-Company-Code              PIC X(02).
                       05  EY-EIN                           PIC 9(09).
                       05  EY-Transfer-Seq                  PIC 9(02).
                       05  EY-Closed-Date                   PIC 9(08).
                       05  EY-To-Company                    PIC X(02).
                       05  EY-Successor-Switch              PIC X(01).
                       05  EY-Gross                     PIC S9(8)V99.
                       05  EY-Withholding               PIC S9(8)V99.
                       05  EY-Net                       PIC S9(8)V99.
                       05  EY-Soc-Sec                   PIC S9(8)V99.
                       05  EY-Medicare                  PIC S9(8)V99.
                       05  EY-State-Tax                 PIC S9(8)V99.
                       05  EY-Quarter-Totals OCCURS 4 TIMES.
                           10  EY-Qtr-Gross             PIC S9(8)V99.
                           10  EY-Qtr-Withholding       PIC S9(8)V99.
                           10  EY-Qtr-Net               PIC S9(8)V99.
                       05  EY-Imputed-Income            PIC S9(8)V99.
                       05  EY-Credit-In                 PIC S9(8)V99.
                       05  EY-SocSec-Wages              PIC S9(8)V99.
                       05  EY-Credit-Out                PIC S9(8)V99.
                       05                                   PIC X(07).

               FD  PayLedgerFile.
                   01  PayLedgerRecord.
                       05  LG-Key.
                           10  LG-EmployeeNumber            PIC X(05).
                           10  LG-Period-Date               PIC 9(08).
                           10  LG-Period-Date-Parts
                                   REDEFINES LG-Period-Date.
                               15  LG-Period-Year           PIC 9(04).
                               15                           PIC 9(04).
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

               FD  PtoAccrualFile.
                   01  PtoAccrualRecord.
                       05  PT-EmployeeNumber                PIC X(05).
                       05  PT-Balance-Hours             PIC S9(05)V99.

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

               FD  TerrOffFile.
                   01  TerrOffRecord.
                       05  TO-Key.
                           10  TO-TerritoryNumber          PIC X(02).
                           10  TO-OfficeNumber             PIC X(02).
                       05  TO-Description                  PIC X(20).
                       05  TO-CurrencyCode                 PIC X(03).
                       05  TO-Status                       PIC X(01).
                           88  TerrOff-Active               value "A".
                           88  TerrOff-Closed               value "C".
                       05  TO-Close-Date                   PIC 9(08).
                       05  TO-Pay-Frequency                PIC X(01).
                           88  TerrOff-Pays-Weekly          value "W".
                           88  TerrOff-Pays-Biweekly        value "B".
                           88  TerrOff-Pays-Semimonthly     value "S".
                           88  TerrOff-Pays-Monthly         value "M".
                       05  TO-PTO-Accrual-Rate             PIC 9(02)V99.

               FD  PayPeriodCalFile.
                   01  PayPeriodCalRecord.
                       05  PC-Key.
                           10  PC-Pay-Frequency             PIC X(01).
                           10  PC-Period-End-Date           PIC 9(08).
                       05  PC-Period-Number                  PIC 9(03).

               FD  HolidayCalFile.
                   01  HolidayCalRecord.
                       05  HC-Date                          PIC 9(08).
                       05  HC-Description                   PIC X(20).

               FD  TaxBracketFile.
                   01  TaxBracketRecord.
                       05  TB-Key.
                           10  TB-Territory                 PIC X(02).
                           10  TB-Effective-Date            PIC 9(08).
                           10  TB-Bracket-Floor             PIC 9(07).
                       05  TB-Rate                          PIC 9(03).

               FD  TaxYearFile.
                   01  TaxYearRecord.
                       05  TY-Year                          PIC 9(04).
                       05  TY-SocSec-Wage-Base              PIC 9(07).
                       05  TY-SocSec-Rate                   PIC V9999.
                       05  TY-Medicare-Rate                 PIC V9999.
                       05                                   PIC X(06).

               FD  PtoCarryFile
                   Record Contains 11 characters.
                   01  PtoCarryRecord.
                       05  PCY-Territory                    PIC X(02).
                       05  PCY-Office                       PIC X(02).
                       05                                   PIC X(01).
                       05  PCY-Cap-Hours                   PIC 9(04)V99.

               FD  YearCloseReport
                   Record Contains 132 characters.
                   01  YearClosePrintLine                  PIC X(132).

           Working-Storage Section.
               COPY "Misc.cpy".
              COPY "WS_Date.cpy" REPLACING LEADING ==Prefix== BY ==LK==.
               COPY "HeaderMain.cpy".
               COPY "EmployeeRecord.cpy".

               01  YearClose-Status                    PIC X(02).
               01  YtdAccum-Status                     PIC X(02).
               01  PayLedger-Status                    PIC X(02).
               01  PtoAccr-Status                      PIC X(02).
               01  TerrOff-Status                      PIC X(02).
               01  PerCal-Status                       PIC X(02).
               01  HolCal-Status                       PIC X(02).
               01  TaxBracket-Status                   PIC X(02).
               01  TaxYear-Status                      PIC X(02).
               01  EntityYtd-Status                    PIC X(02).
               01  PtoCarry-Status                     PIC X(02).
               01  YrClsRpt-Status                     PIC X(02).

               01  WS-Open-Switch   PIC X(01)   value "Y".
                   88  WS-Files-Ready                       value "Y".
                   88  WS-Open-Failed                        value "N".

               01  WS-TerrOff-Switch   PIC X(01)   value "N".
                   88  WS-TerrOff-Ready                     value "Y".
                   88  WS-TerrOff-Not-Ready                 value "N".
               01  WS-PerCal-Switch   PIC X(01)   value "N".
                   88  WS-PerCal-Ready                      value "Y".
                   88  WS-PerCal-Not-Ready                  value "N".
               01  WS-HolCal-Switch   PIC X(01)   value "N".
                   88  WS-HolCal-Ready                      value "Y".
                   88  WS-HolCal-Not-Ready                  value "N".
               01  WS-TaxBr-Switch   PIC X(01)   value "N".
                   88  WS-TaxBr-Ready                       value "Y".
                   88  WS-TaxBr-Not-Ready                   value "N".
               01  WS-TaxYear-Switch   PIC X(01)   value "N".
                   88  WS-TaxYear-Ready                     value "Y".
                   88  WS-TaxYear-Not-Ready                 value "N".
               01  WS-EntityYtd-Switch   PIC X(01)   value "N".
                   88  WS-EntityYtd-Ready                   value "Y".

               01  WS-Command-Line-Param   PIC X(40)   value spaces.
               01  WS-Run-Mode   PIC X(05)   value "CHECK".
                   88  WS-Mode-Check                     value "CHECK".
                   88  WS-Mode-Close                     value "CLOSE".
               01  WS-Operator   PIC X(08)   value "BATCH".
               01  WS-Today   PIC 9(08)   value 0.
               01  WS-Now   PIC 9(06)   value 0.

               01  WS-Close-Year   PIC 9(04)   value 0.
               01  WS-Next-Year   PIC 9(04)   value 0.
               01  WS-Bracket-As-Of-Date   PIC 9(08)   value 0.
               01  WS-Bracket-Version-Date   PIC 9(08)   value 0.
               01  WS-Range-Start.
                   05  WS-Range-Start-Year             PIC 9(04).
                   05                          PIC 9(04)   value 0101.
               01  WS-Range-Start-Date REDEFINES WS-Range-Start
                                                        PIC 9(08).
               01  WS-Range-End.
                   05  WS-Range-End-Year               PIC 9(04).
                   05                          PIC 9(04)   value 1231.
               01  WS-Range-End-Date REDEFINES WS-Range-End
                                                        PIC 9(08).

               01  WS-Refusal-Switch   PIC X(01)   value "N".
                   88  WS-Close-Refused                     value "Y".
                   88  WS-Close-Not-Refused                 value "N".
               01  WS-Refusal-Reason   PIC X(40)   value spaces.
               01  WS-Failed-Checks   PIC 9(03)   COMP value 0.
               01  WS-Apply-Switch   PIC X(01)   value "N".
                   88  WS-Apply-Forfeits                    value "Y".

      * Pay frequencies in use by active offices, with the number of
      * periods a full year of each must have on the calendar.
               01  WS-Frequency-Values.
                   05                PIC X(06)   value "W052N ".
                   05                PIC X(06)   value "B026N ".
                   05                PIC X(06)   value "S024N ".
                   05                PIC X(06)   value "M012N ".
               01  WS-Frequency-Table REDEFINES WS-Frequency-Values.
                   05  WS-Frequency-Entry OCCURS 4 TIMES.
                       10  WS-Freq-Code                 PIC X(01).
                       10  WS-Freq-Periods              PIC 9(03).
                       10  WS-Freq-Used                 PIC X(01).
                       10                               PIC X(01).
               01  WS-Freq-Idx   PIC 9(02)   COMP value 0.
               01  WS-Office-Frequency   PIC X(01)   value spaces.
               01  WS-Period-Count   PIC 9(03)   COMP value 0.

               01  WS-Territory-Count   PIC 9(03)   COMP value 0.
               01  WS-Territory-Table.
                   05  WS-Territory-Entry OCCURS 100 TIMES
                                                        PIC X(02).
               01  WS-Terr-Idx   PIC 9(03)   COMP value 0.
               01  WS-Terr-Found   PIC X(01)   value "N".
                   88  WS-Territory-Listed                  value "Y".

               01  WS-Holiday-Count   PIC 9(05)   COMP value 0.
               01  WS-Scan-Switch   PIC X(01)   value "N".
                   88  WS-Scan-Done                         value "Y".
                   88  WS-Scan-Not-Done                     value "N".

               01  WS-Carry-Count   PIC 9(03)   COMP value 0.
               01  WS-Carry-Table.
                   05  WS-Carry-Entry OCCURS 200 TIMES.
                       10  WS-Carry-Territory           PIC X(02).
                       10  WS-Carry-Office              PIC X(02).
                       10  WS-Carry-Cap                PIC 9(04)V99.
               01  WS-Carry-Idx   PIC 9(03)   COMP value 0.
               01  WS-Carry-Rank   PIC 9(01)   value 0.
               01  WS-Best-Rank   PIC 9(01)   value 0.
               01  WS-Cap-Hours   PIC 9(04)V99   value 0.
               01  WS-Forfeit-Hours   PIC S9(05)V99   value 0.

               01  WS-Ytd-Records   PIC 9(07)   value 0.
               01  WS-Ytd-Gross   PIC S9(11)V99   value 0.
               01  WS-Ytd-Withholding   PIC S9(11)V99   value 0.
               01  WS-Ledger-Records   PIC 9(07)   value 0.
               01  WS-Ledger-Gross   PIC S9(11)V99   value 0.
               01  WS-Ledger-Net   PIC S9(11)V99   value 0.
               01  WS-Forfeit-Count   PIC 9(05)   value 0.
               01  WS-Forfeit-Total   PIC S9(7)V99   value 0.

               01  YearCloseHeading2.
               05   PIC X(17)   value spaces.
               05   PIC X(24)   value "Year-End Close for Year ".
                   05  YH-Year                            PIC 9(04).
               05   PIC X(03)   value " - ".
                   05  YH-Mode                            PIC X(05).

               01  YearCloseSectionLine.
               05   PIC X(01)   value spaces.
                   05  YS-Title                           PIC X(60).

               01  YearCloseCheckLine.
               05   PIC X(03)   value spaces.
                   05  YK-Result                          PIC X(04).
               05   PIC X(02)   value spaces.
                   05  YK-Description                     PIC X(50).
               05   PIC X(02)   value spaces.
                   05  YK-Found                           PIC ZZZZ9.
               05   PIC X(11)   value " found, of ".
                   05  YK-Required                        PIC ZZZZ9.
               05   PIC X(09)   value " required".

               01  YearCloseTotalLine.
               05   PIC X(03)   value spaces.
                   05  YO-Label                           PIC X(30).
                   05  YO-Records                         PIC Z(6)9.
               05   PIC X(09)   value " records ".
                   05  YO-Amount-1-Label                  PIC X(12).
                   05  YO-Amount-1            PIC $$$,$$$,$$$,$$9.99-.
               05   PIC X(02)   value spaces.
                   05  YO-Amount-2-Label                  PIC X(12).
                   05  YO-Amount-2            PIC $$$,$$$,$$$,$$9.99-.

               01  YearCloseForfeitHeadings.
               05   PIC X(03)   value spaces.
               05   PIC X(10)   value "Emp Number".
               05   PIC X(03)   value spaces.
               05   PIC X(20)   value "Employee Name".
               05   PIC X(03)   value spaces.
               05   PIC X(09)   value "Terr/Off".
               05   PIC X(03)   value spaces.
               05   PIC X(09)   value "  Balance".
               05   PIC X(03)   value spaces.
               05   PIC X(09)   value "Carryover".
               05   PIC X(03)   value spaces.
               05   PIC X(09)   value "Forfeited".

               01  YearCloseForfeitLine.
               05   PIC X(04)   value spaces.
                   05  YF-EmployeeNumber                  PIC X(05).
               05   PIC X(07)   value spaces.
                   05  YF-EmployeeName                    PIC X(20).
               05   PIC X(04)   value spaces.
                   05  YF-Territory                       PIC X(02).
               05   PIC X(01)   value "/".
                   05  YF-Office                          PIC X(02).
               05   PIC X(05)   value spaces.
                   05  YF-Balance                         PIC ZZZZ9.99-.
               05   PIC X(03)   value spaces.
                   05  YF-Cap                             PIC ZZZZ9.99.
               05   PIC X(04)   value spaces.
                   05  YF-Forfeited                       PIC ZZZZ9.99-.

               01  YearCloseForfeitTotal.
               05   PIC X(03)   value spaces.
               05   PIC X(27)   value "Employees over carryover: ".
                   05  YFT-Count                          PIC ZZZZ9.
               05   PIC X(05)   value spaces.
               05   PIC X(17)   value "Hours forfeited: ".
                   05  YFT-Hours                          PIC Z(6)9.99-.

               01  YearCloseResultLine.
               05   PIC X(01)   value spaces.
                   05  YR-Message                         PIC X(80).

       Procedure Division.
           Initilization.
               PERFORM 600-FormatDate
               PERFORM 700-FormatTime
               PERFORM 050-Select-Run-Options
               PERFORM 100-Open-Files
               IF WS-Files-Ready
                   PERFORM 300-Write-Heading
                   PERFORM 150-Check-Year-Closable
                   PERFORM 200-Check-Next-Year
                   IF WS-Mode-Close AND WS-Close-Not-Refused
                           AND WS-Failed-Checks = 0
                       SET WS-Apply-Forfeits TO TRUE
                   END-IF
                   PERFORM 250-Take-Control-Totals
                   PERFORM 400-Apply-Pto-Carryover
                   PERFORM 450-Finish-Close
               END-IF
               PERFORM 500-Close-Files.
               IF WS-Open-Failed
                   MOVE 16 TO RETURN-CODE
               END-IF
               STOP RUN.

           050-Select-Run-Options.
               ACCEPT WS-Command-Line-Param FROM COMMAND-LINE
               COMPUTE WS-Close-Year = LK_Current_Year - 1
               IF WS-Command-Line-Param(1:4) IS NUMERIC
                   MOVE WS-Command-Line-Param(1:4) TO WS-Close-Year
               END-IF
               IF WS-Command-Line-Param(6:5) = "CLOSE"
                   SET WS-Mode-Close TO TRUE
               END-IF
               IF WS-Command-Line-Param(12:8) NOT = SPACES
                   MOVE WS-Command-Line-Param(12:8) TO WS-Operator
               END-IF
               COMPUTE WS-Next-Year = WS-Close-Year + 1
               MOVE WS-Close-Year TO YH-Year
               MOVE WS-Run-Mode TO YH-Mode
               DISPLAY "YEARCLOSE: " WS-Run-Mode " year " WS-Close-Year
                   " by " WS-Operator.

           100-Open-Files.
               OPEN I-O YearCloseFile
               IF YearClose-Status = "35"
                   OPEN OUTPUT YearCloseFile
                   CLOSE YearCloseFile
                   OPEN I-O YearCloseFile
               END-IF
               CALL "Validations" USING YearClose-Status, "YEARCLOSE"
               OPEN INPUT YtdAccumFile
               CALL "Validations" USING YtdAccum-Status, "YEARCLOSE"
               OPEN INPUT PayLedgerFile
               CALL "Validations" USING PayLedger-Status, "YEARCLOSE"
               IF WS-Mode-Close
                   OPEN I-O PtoAccrualFile
               ELSE
                   OPEN INPUT PtoAccrualFile
               END-IF
               CALL "Validations" USING PtoAccr-Status, "YEARCLOSE"
               OPEN INPUT PayrollReport
                   CALL "Validations" USING File_Status, "YEARCLOSE"
               OPEN OUTPUT YearCloseReport
               CALL "Validations" USING YrClsRpt-Status, "YEARCLOSE"
               IF YearClose-Status NOT = "00"
                       OR YtdAccum-Status NOT = "00"
                       OR PayLedger-Status NOT = "00"
                       OR PtoAccr-Status NOT = "00"
                       OR File_Status NOT = "00"
                       OR YrClsRpt-Status NOT = "00"
                   SET WS-Open-Failed TO TRUE
               END-IF
               OPEN INPUT TerrOffFile
               IF TerrOff-Status = "00"
                   SET WS-TerrOff-Ready TO TRUE
               END-IF
               OPEN INPUT PayPeriodCalFile
               IF PerCal-Status = "00"
                   SET WS-PerCal-Ready TO TRUE
               END-IF
               OPEN INPUT HolidayCalFile
               IF HolCal-Status = "00"
                   SET WS-HolCal-Ready TO TRUE
               END-IF
               OPEN INPUT TaxBracketFile
               IF TaxBracket-Status = "00"
                   SET WS-TaxBr-Ready TO TRUE
               END-IF
               OPEN INPUT TaxYearFile
               IF TaxYear-Status = "00"
                   SET WS-TaxYear-Ready TO TRUE
               END-IF
               OPEN INPUT EntityYtdFile
               IF EntityYtd-Status = "00"
                   SET WS-EntityYtd-Ready TO TRUE
               END-IF
               PERFORM 110-Load-Carryover-Limits.

      *****************************************************************
      * PtoCarry is read once into a table; it is optional, and an
      * empty or missing file means no office has a carryover limit.
      *****************************************************************
           110-Load-Carryover-Limits.
               OPEN INPUT PtoCarryFile
               IF PtoCarry-Status = "00"
                   SET WS-Not-Eof TO TRUE
                   PERFORM 115-Load-One-Limit
                       UNTIL WS-Eof
                   CLOSE PtoCarryFile
                   SET WS-Not-Eof TO TRUE
               END-IF.

           115-Load-One-Limit.
               READ PtoCarryFile
                   AT END
                       SET WS-Eof TO TRUE
                   NOT AT END
                       IF PCY-Cap-Hours IS NUMERIC
                               AND WS-Carry-Count < 200
                           ADD 1 TO WS-Carry-Count
                           MOVE PCY-Territory
                               TO WS-Carry-Territory (WS-Carry-Count)
                           MOVE PCY-Office
                               TO WS-Carry-Office (WS-Carry-Count)
                           MOVE PCY-Cap-Hours
                               TO WS-Carry-Cap (WS-Carry-Count)
                       ELSE
                           DISPLAY "YEARCLOSE: PtoCarry card ignored: "
                               PtoCarryRecord
                       END-IF
               END-READ.

      *****************************************************************
      * A close is refused for a year that has not ended yet or that
      * has already been closed.  CHECK mode reports the same reason
      * but still runs the readiness checks and totals.
      *****************************************************************
           150-Check-Year-Closable.
               IF WS-Close-Year NOT < LK_Current_Year
                   SET WS-Close-Refused TO TRUE
                   MOVE "Year has not ended" TO WS-Refusal-Reason
               END-IF
               MOVE WS-Close-Year TO YC-Year
               READ YearCloseFile
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF YC-Year-Closed
                           SET WS-Close-Refused TO TRUE
                           MOVE "Year is already closed"
                               TO WS-Refusal-Reason
                       END-IF
               END-READ.

      *****************************************************************
      * Readiness of the following year.  Each check prints PASS or
      * FAIL with what was found against what is required.
      *****************************************************************
           200-Check-Next-Year.
               MOVE "Readiness of the following year"
                   TO YS-Title
               MOVE SPACES TO YearClosePrintLine
               WRITE YearClosePrintLine FROM YearCloseSectionLine
                   AFTER ADVANCING 2
               MOVE WS-Next-Year TO WS-Range-Start-Year
               MOVE WS-Next-Year TO WS-Range-End-Year
               PERFORM 205-Collect-Active-Offices
               PERFORM 210-Check-One-Frequency
                   VARYING WS-Freq-Idx FROM 1 BY 1
                   UNTIL WS-Freq-Idx > 4
               PERFORM 220-Check-Holidays
               PERFORM 230-Check-Territory-Brackets
                   VARYING WS-Terr-Idx FROM 1 BY 1
                   UNTIL WS-Terr-Idx > WS-Territory-Count
               PERFORM 240-Check-Wage-Base.

           205-Collect-Active-Offices.
               IF WS-TerrOff-Ready
                   SET WS-Scan-Not-Done TO TRUE
                   PERFORM 206-Note-One-Office
                       UNTIL WS-Scan-Done
               ELSE
                   ADD 1 TO WS-Failed-Checks
                   MOVE "FAIL" TO YK-Result
                   MOVE "Territory/office table is not available"
                       TO YK-Description
                   MOVE 0 TO YK-Found
                   MOVE 1 TO YK-Required
                   PERFORM 290-Write-Check-Line
               END-IF.

           206-Note-One-Office.
               READ TerrOffFile NEXT RECORD
                   AT END
                       SET WS-Scan-Done TO TRUE
                   NOT AT END
                       IF NOT TerrOff-Closed
                           PERFORM 207-Note-Office-Usage
                       END-IF
               END-READ.

           207-Note-Office-Usage.
               MOVE TO-Pay-Frequency TO WS-Office-Frequency
               IF WS-Office-Frequency = SPACE
                   MOVE "B" TO WS-Office-Frequency
               END-IF
               PERFORM 208-Mark-Frequency
                   VARYING WS-Freq-Idx FROM 1 BY 1
                   UNTIL WS-Freq-Idx > 4
               MOVE "N" TO WS-Terr-Found
               PERFORM 209-Find-Territory
                   VARYING WS-Terr-Idx FROM 1 BY 1
                   UNTIL WS-Terr-Idx > WS-Territory-Count
                       OR WS-Territory-Listed
               IF NOT WS-Territory-Listed
                       AND WS-Territory-Count < 100
                   ADD 1 TO WS-Territory-Count
                   MOVE TO-TerritoryNumber
                       TO WS-Territory-Entry (WS-Territory-Count)
               END-IF.

           208-Mark-Frequency.
               IF WS-Freq-Code (WS-Freq-Idx) = WS-Office-Frequency
                   MOVE "Y" TO WS-Freq-Used (WS-Freq-Idx)
               END-IF.

           209-Find-Territory.
               IF WS-Territory-Entry (WS-Terr-Idx) = TO-TerritoryNumber
                   MOVE "Y" TO WS-Terr-Found
               END-IF.

           210-Check-One-Frequency.
               IF WS-Freq-Used (WS-Freq-Idx) = "Y"
                   MOVE 0 TO WS-Period-Count
                   IF WS-PerCal-Ready
                       PERFORM 212-Count-Periods
                   END-IF
                   MOVE SPACES TO YK-Description
                   STRING "Pay period calendar, frequency "
                           DELIMITED BY SIZE
                       WS-Freq-Code (WS-Freq-Idx) DELIMITED BY SIZE
                       INTO YK-Description
                   END-STRING
                   MOVE WS-Period-Count TO YK-Found
                   MOVE WS-Freq-Periods (WS-Freq-Idx) TO YK-Required
                   IF WS-Period-Count < WS-Freq-Periods (WS-Freq-Idx)
                       ADD 1 TO WS-Failed-Checks
                       MOVE "FAIL" TO YK-Result
                   ELSE
                       MOVE "PASS" TO YK-Result
                   END-IF
                   PERFORM 290-Write-Check-Line
               END-IF.

           212-Count-Periods.
               MOVE WS-Freq-Code (WS-Freq-Idx) TO PC-Pay-Frequency
               MOVE WS-Range-Start-Date TO PC-Period-End-Date
               SET WS-Scan-Not-Done TO TRUE
               START PayPeriodCalFile
                   KEY IS GREATER THAN OR EQUAL PC-Key
                   INVALID KEY
                       SET WS-Scan-Done TO TRUE
               END-START
               PERFORM 214-Count-One-Period
                   UNTIL WS-Scan-Done.

           214-Count-One-Period.
               READ PayPeriodCalFile NEXT RECORD
                   AT END
                       SET WS-Scan-Done TO TRUE
                   NOT AT END
                       IF PC-Pay-Frequency
                               NOT = WS-Freq-Code (WS-Freq-Idx)
                               OR PC-Period-End-Date > WS-Range-End-Date
                           SET WS-Scan-Done TO TRUE
                       ELSE
                           ADD 1 TO WS-Period-Count
                       END-IF
               END-READ.

           220-Check-Holidays.
               MOVE 0 TO WS-Holiday-Count
               IF WS-HolCal-Ready
                   MOVE WS-Range-Start-Date TO HC-Date
                   SET WS-Scan-Not-Done TO TRUE
                   START HolidayCalFile
                       KEY IS GREATER THAN OR EQUAL HC-Date
                       INVALID KEY
                           SET WS-Scan-Done TO TRUE
                   END-START
                   PERFORM 222-Count-One-Holiday
                       UNTIL WS-Scan-Done
               END-IF
               MOVE "Holiday calendar" TO YK-Description
               MOVE WS-Holiday-Count TO YK-Found
               MOVE 1 TO YK-Required
               IF WS-Holiday-Count = 0
                   ADD 1 TO WS-Failed-Checks
                   MOVE "FAIL" TO YK-Result
               ELSE
                   MOVE "PASS" TO YK-Result
               END-IF
               PERFORM 290-Write-Check-Line.

           222-Count-One-Holiday.
               READ HolidayCalFile NEXT RECORD
                   AT END
                       SET WS-Scan-Done TO TRUE
                   NOT AT END
                       IF HC-Date > WS-Range-End-Date
                           SET WS-Scan-Done TO TRUE
                       ELSE
                           ADD 1 TO WS-Holiday-Count
                       END-IF
               END-READ.

           230-Check-Territory-Brackets.
               MOVE 0 TO WS-Period-Count
               IF WS-TaxBr-Ready
                   MOVE WS-Territory-Entry (WS-Terr-Idx)
                       TO TB-Territory
                   COMPUTE WS-Bracket-As-Of-Date =
                       WS-Next-Year * 10000 + 101
                   MOVE WS-Bracket-As-Of-Date TO TB-Effective-Date
                   MOVE 9999999 TO TB-Bracket-Floor
                   SET WS-Scan-Done TO TRUE
                   START TaxBracketFile
                       KEY IS LESS THAN OR EQUAL TB-Key
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           PERFORM 231-Find-Bracket-Version
                   END-START
                   PERFORM 232-Count-One-Bracket
                       UNTIL WS-Scan-Done
               END-IF
               MOVE SPACES TO YK-Description
               STRING "Withholding tax brackets, territory "
                       DELIMITED BY SIZE
                   WS-Territory-Entry (WS-Terr-Idx) DELIMITED BY SIZE
                   INTO YK-Description
               END-STRING
               MOVE WS-Period-Count TO YK-Found
               MOVE 1 TO YK-Required
               IF WS-Period-Count = 0
                   ADD 1 TO WS-Failed-Checks
                   MOVE "FAIL" TO YK-Result
               ELSE
                   MOVE "PASS" TO YK-Result
               END-IF
               PERFORM 290-Write-Check-Line.

      * Brackets are kept by effective date; the version counted is
      * the one in force on January 1 of the new year.
           231-Find-Bracket-Version.
               READ TaxBracketFile NEXT RECORD
                   AT END
                       CONTINUE
                   NOT AT END
                       IF TB-Territory
                               = WS-Territory-Entry (WS-Terr-Idx)
                           MOVE TB-Effective-Date
                               TO WS-Bracket-Version-Date
                           MOVE 0 TO TB-Bracket-Floor
                           SET WS-Scan-Not-Done TO TRUE
                           START TaxBracketFile
                               KEY IS GREATER THAN OR EQUAL TB-Key
                               INVALID KEY
                                   SET WS-Scan-Done TO TRUE
                           END-START
                       END-IF
               END-READ.

           232-Count-One-Bracket.
               READ TaxBracketFile NEXT RECORD
                   AT END
                       SET WS-Scan-Done TO TRUE
                   NOT AT END
                       IF TB-Territory
                               NOT = WS-Territory-Entry (WS-Terr-Idx)
                               OR TB-Effective-Date
                                   NOT = WS-Bracket-Version-Date
                           SET WS-Scan-Done TO TRUE
                       ELSE
                           ADD 1 TO WS-Period-Count
                       END-IF
               END-READ.

           240-Check-Wage-Base.
               MOVE "FAIL" TO YK-Result
               MOVE 0 TO YK-Found
               IF WS-TaxYear-Ready
                   MOVE WS-Next-Year TO TY-Year
                   READ TaxYearFile
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF TY-SocSec-Wage-Base > 0
                               MOVE "PASS" TO YK-Result
                               MOVE 1 TO YK-Found
                           END-IF
                   END-READ
               END-IF
               IF YK-Result = "FAIL"
                   ADD 1 TO WS-Failed-Checks
               END-IF
               MOVE "FICA wage base (TaxYear)" TO YK-Description
               MOVE 1 TO YK-Required
               PERFORM 290-Write-Check-Line.

           290-Write-Check-Line.
               MOVE SPACES TO YearClosePrintLine
               WRITE YearClosePrintLine FROM YearCloseCheckLine
                   AFTER ADVANCING 1.

      *****************************************************************
      * Control totals of the year being closed.  They are printed in
      * both modes and frozen into the control record on a close, so
      * a later rebuild or W-2 reprint can be proved against them.
      *****************************************************************
           250-Take-Control-Totals.
               SET WS-Scan-Not-Done TO TRUE
               PERFORM 255-Total-One-Ytd
                   UNTIL WS-Scan-Done
               IF WS-EntityYtd-Ready
                   SET WS-Scan-Not-Done TO TRUE
                   PERFORM 257-Total-One-Close-Out
                       UNTIL WS-Scan-Done
               END-IF
               SET WS-Scan-Not-Done TO TRUE
               PERFORM 260-Total-One-Ledger
                   UNTIL WS-Scan-Done
               MOVE "Control totals of the year being closed"
                   TO YS-Title
               MOVE SPACES TO YearClosePrintLine
               WRITE YearClosePrintLine FROM YearCloseSectionLine
                   AFTER ADVANCING 2
               MOVE "Year-to-date accumulators" TO YO-Label
               MOVE WS-Ytd-Records TO YO-Records
               MOVE "Gross" TO YO-Amount-1-Label
               MOVE WS-Ytd-Gross TO YO-Amount-1
               MOVE "Withholding" TO YO-Amount-2-Label
               MOVE WS-Ytd-Withholding TO YO-Amount-2
               MOVE SPACES TO YearClosePrintLine
               WRITE YearClosePrintLine FROM YearCloseTotalLine
                   AFTER ADVANCING 1
               MOVE "Pay ledger" TO YO-Label
               MOVE WS-Ledger-Records TO YO-Records
               MOVE "Gross" TO YO-Amount-1-Label
               MOVE WS-Ledger-Gross TO YO-Amount-1
               MOVE "Net" TO YO-Amount-2-Label
               MOVE WS-Ledger-Net TO YO-Amount-2
               MOVE SPACES TO YearClosePrintLine
               WRITE YearClosePrintLine FROM YearCloseTotalLine
                   AFTER ADVANCING 1.

           255-Total-One-Ytd.
               READ YtdAccumFile NEXT RECORD
                   AT END
                       SET WS-Scan-Done TO TRUE
                   NOT AT END
                       IF YT-Year = WS-Close-Year
                           ADD 1 TO WS-Ytd-Records
                           ADD YT-Gross TO WS-Ytd-Gross
                           ADD YT-Withholding TO WS-Ytd-Withholding
                       END-IF
               END-READ.

           257-Total-One-Close-Out.
               READ EntityYtdFile NEXT RECORD
                   AT END
                       SET WS-Scan-Done TO TRUE
                   NOT AT END
                       IF EY-Year = WS-Close-Year
                           ADD 1 TO WS-Ytd-Records
                           ADD EY-Gross TO WS-Ytd-Gross
                           ADD EY-Withholding TO WS-Ytd-Withholding
                       END-IF
               END-READ.

           260-Total-One-Ledger.
               READ PayLedgerFile NEXT RECORD
                   AT END
                       SET WS-Scan-Done TO TRUE
                   NOT AT END
                       IF LG-Period-Year = WS-Close-Year
                           ADD 1 TO WS-Ledger-Records
                           ADD LG-Gross TO WS-Ledger-Gross
                           ADD LG-Net TO WS-Ledger-Net
                       END-IF
               END-READ.

      *****************************************************************
      * PTO carryover.  Every balance over its office limit is listed;
      * only an accepted close cuts the balance back to the limit.
      *****************************************************************
           400-Apply-Pto-Carryover.
               IF WS-Apply-Forfeits
                   MOVE "PTO forfeited at the carryover limit"
                       TO YS-Title
               ELSE
                   MOVE "PTO that would be forfeited (not applied)"
                       TO YS-Title
               END-IF
               MOVE SPACES TO YearClosePrintLine
               WRITE YearClosePrintLine FROM YearCloseSectionLine
                   AFTER ADVANCING 2
               WRITE YearClosePrintLine FROM YearCloseForfeitHeadings
                   AFTER ADVANCING 1
               IF WS-Carry-Count > 0
                   SET WS-Scan-Not-Done TO TRUE
                   PERFORM 410-Check-One-Balance
                       UNTIL WS-Scan-Done
               END-IF
               MOVE WS-Forfeit-Count TO YFT-Count
               MOVE WS-Forfeit-Total TO YFT-Hours
               MOVE SPACES TO YearClosePrintLine
               WRITE YearClosePrintLine FROM YearCloseForfeitTotal
                   AFTER ADVANCING 2.

           410-Check-One-Balance.
               READ PtoAccrualFile NEXT RECORD
                   AT END
                       SET WS-Scan-Done TO TRUE
                   NOT AT END
                       IF PT-Balance-Hours > 0
                           PERFORM 415-Compare-To-Limit
                       END-IF
               END-READ.

           415-Compare-To-Limit.
               INITIALIZE EmployeeRecords
               MOVE "*NOT ON PAYROLL FILE" TO EmployeeName
               MOVE PT-EmployeeNumber TO PR-EmployeeNumber
               READ PayrollReport
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE EmployeeRecord TO EmployeeRecords
               END-READ
               MOVE 0 TO WS-Best-Rank
               PERFORM 420-Rank-One-Limit
                   VARYING WS-Carry-Idx FROM 1 BY 1
                   UNTIL WS-Carry-Idx > WS-Carry-Count
               IF WS-Best-Rank > 0
                       AND PT-Balance-Hours > WS-Cap-Hours
                   COMPUTE WS-Forfeit-Hours =
                       PT-Balance-Hours - WS-Cap-Hours
                   ADD 1 TO WS-Forfeit-Count
                   ADD WS-Forfeit-Hours TO WS-Forfeit-Total
                   MOVE PT-EmployeeNumber TO YF-EmployeeNumber
                   MOVE EmployeeName TO YF-EmployeeName
                   MOVE TerritoryNumber TO YF-Territory
                   MOVE OfficeNumber TO YF-Office
                   MOVE PT-Balance-Hours TO YF-Balance
                   MOVE WS-Cap-Hours TO YF-Cap
                   MOVE WS-Forfeit-Hours TO YF-Forfeited
                   MOVE SPACES TO YearClosePrintLine
                   WRITE YearClosePrintLine FROM YearCloseForfeitLine
                       AFTER ADVANCING 1
                   IF WS-Apply-Forfeits
                       MOVE WS-Cap-Hours TO PT-Balance-Hours
                       REWRITE PtoAccrualRecord
                       CALL "Validations"
                           USING PtoAccr-Status, "YEARCLOSE"
                   END-IF
               END-IF.

      * Rank 3 is the employee's own territory and office, 2 the
      * territory with "**" office, 1 the "**" "**" company default.
           420-Rank-One-Limit.
               MOVE 0 TO WS-Carry-Rank
               EVALUATE TRUE
                   WHEN WS-Carry-Territory (WS-Carry-Idx)
                           = TerritoryNumber
                       AND WS-Carry-Office (WS-Carry-Idx)
                           = OfficeNumber
                       MOVE 3 TO WS-Carry-Rank
                   WHEN WS-Carry-Territory (WS-Carry-Idx)
                           = TerritoryNumber
                       AND WS-Carry-Office (WS-Carry-Idx) = "**"
                       MOVE 2 TO WS-Carry-Rank
                   WHEN WS-Carry-Territory (WS-Carry-Idx) = "**"
                       AND WS-Carry-Office (WS-Carry-Idx) = "**"
                       MOVE 1 TO WS-Carry-Rank
               END-EVALUATE
               IF WS-Carry-Rank > WS-Best-Rank
                   MOVE WS-Carry-Rank TO WS-Best-Rank
                   MOVE WS-Carry-Cap (WS-Carry-Idx) TO WS-Cap-Hours
               END-IF.

      *****************************************************************
      * The closing verdict.  Only an accepted CLOSE writes the
      * control record; everything else leaves the files as found.
      *****************************************************************
           450-Finish-Close.
               EVALUATE TRUE
                   WHEN WS-Mode-Check AND WS-Failed-Checks > 0
                       MOVE "CHECK only: readiness checks failed"
                           TO YR-Message
                       MOVE 4 TO RETURN-CODE
                   WHEN WS-Mode-Check AND WS-Close-Refused
                       STRING "CHECK only: a close would be refused - "
                               DELIMITED BY SIZE
                           WS-Refusal-Reason DELIMITED BY SIZE
                           INTO YR-Message
                       END-STRING
                       MOVE 4 TO RETURN-CODE
                   WHEN WS-Mode-Check
                       MOVE "CHECK only: year is ready to close"
                           TO YR-Message
                   WHEN WS-Close-Refused
                       STRING "NOT CLOSED: " DELIMITED BY SIZE
                           WS-Refusal-Reason DELIMITED BY SIZE
                           INTO YR-Message
                       END-STRING
                       MOVE 8 TO RETURN-CODE
                   WHEN WS-Failed-Checks > 0
                       MOVE "NOT CLOSED: readiness checks failed"
                           TO YR-Message
                       MOVE 8 TO RETURN-CODE
                   WHEN OTHER
                       PERFORM 460-Write-Closed-Record
               END-EVALUATE
               MOVE SPACES TO YearClosePrintLine
               WRITE YearClosePrintLine FROM YearCloseResultLine
                   AFTER ADVANCING 2
               DISPLAY "YEARCLOSE: " YR-Message.

           460-Write-Closed-Record.
               MOVE SPACES TO YearCloseRecord
               MOVE WS-Close-Year TO YC-Year
               MOVE "C" TO YC-Status
               MOVE WS-Today TO YC-Closed-Date
               MOVE WS-Now TO YC-Closed-Time
               MOVE WS-Operator TO YC-Closed-By
               MOVE WS-Ytd-Records TO YC-Ytd-Records
               MOVE WS-Ytd-Gross TO YC-Ytd-Gross
               MOVE WS-Ytd-Withholding TO YC-Ytd-Withholding
               MOVE WS-Ledger-Records TO YC-Ledger-Records
               MOVE WS-Ledger-Gross TO YC-Ledger-Gross
               MOVE WS-Ledger-Net TO YC-Ledger-Net
               MOVE WS-Forfeit-Count TO YC-Pto-Forfeit-Count
               MOVE WS-Forfeit-Total TO YC-Pto-Forfeit-Hours
               WRITE YearCloseRecord
                   INVALID KEY
                       REWRITE YearCloseRecord
               END-WRITE
               CALL "Validations" USING YearClose-Status, "YEARCLOSE"
               IF YearClose-Status = "00"
                   MOVE SPACES TO YR-Message
                   STRING "CLOSED: year " DELIMITED BY SIZE
                       WS-Close-Year DELIMITED BY SIZE
                       " is frozen for posting" DELIMITED BY SIZE
                       INTO YR-Message
                   END-STRING
               ELSE
                   MOVE "NOT CLOSED: control record not written"
                       TO YR-Message
                   MOVE 16 TO RETURN-CODE
               END-IF.

           300-Write-Heading.
               MOVE SPACES TO YearClosePrintLine
               WRITE YearClosePrintLine FROM HeaderMain
                   AFTER ADVANCING PAGE
               WRITE YearClosePrintLine FROM YearCloseHeading2
                   AFTER ADVANCING 1
               WRITE YearClosePrintLine FROM HeaderMain3
                   AFTER ADVANCING 2.

           500-Close-Files.
               CLOSE YearCloseFile
               CLOSE YtdAccumFile
               CLOSE PayLedgerFile
               CLOSE PtoAccrualFile
               CLOSE PayrollReport
               CLOSE YearCloseReport
               IF WS-TerrOff-Ready
                   CLOSE TerrOffFile
               END-IF
               IF WS-PerCal-Ready
                   CLOSE PayPeriodCalFile
               END-IF
               IF WS-HolCal-Ready
                   CLOSE HolidayCalFile
               END-IF
               IF WS-TaxBr-Ready
                   CLOSE TaxBracketFile
               END-IF
               IF WS-TaxYear-Ready
                   CLOSE TaxYearFile
               END-IF
               IF WS-EntityYtd-Ready
                   CLOSE EntityYtdFile
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
               MOVE LK_Current_Time TO WS-Now
               MOVE LK_Current_Hours TO LK_Time_HMS_Hours
               MOVE LK_Current_Minute TO LK_Time_HMS_Minutes
               MOVE LK_Current_Second TO LK_Time_HMS_Seconds
               MOVE LK_Time_HMS_Numeric TO HeaderTime.

               End Program YearEndClose.
