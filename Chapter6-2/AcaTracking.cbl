       Identification Division.
           Program-ID. AcaTracking.
               Author. Anthony Downs.
               Installation.
               Date-Written. October 15, 2026.
               Date-Compiled.
               Security.

      * Affordable Care Act full-time measurement and 1095-C data.
      * Run as "MONTH YYYYMM" after each month closes, it records one
      * AcaMonthFile entry per employee employed during the month:
      * hours (salaried employees are credited the standard 130 hours,
      * prorated for a partial month; variable-hour employees take the
      * hours supplied on AcaHoursFile), and the coverage offer and
      * enrollment taken from the employee's benefit deduction codes
      * as classified on AcaPlanFile, with covered dependents counted
      * from DependentFile.  The October run closes the look-back
      * measurement period (November through October) and writes the
      * full-time determination for the following calendar year, the
      * stability period, to AcaStatusFile.  Employees without a
      * determination are tested month by month against 130 hours.
      * Run as "YEAREND YYYY" it writes the 1095-C data file, prints
      * the 1094-C transmittal summary by CompanyCode, and lists every
      * full-time employee month with no offer of coverage.  Both the
      * 1095-C file and the 1094-C transmittal are entered on the
      * outbound interface register: the 1095-C file with its form
      * count and the sum of the employee numbers on it, the
      * transmittal with its company count and the sum of the EINs.
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

                   Select Optional EmployeeAddrFile assign to EmpAddr
                       File Status is EmpAddr-Status
                       Organization is Indexed
                       Access Mode is Dynamic
                       Record Key is AD-EmployeeNumber.

                   Select Optional CompanyMasterFile assign to CompMast
                       File Status is CompMast-Status
                       Organization is Indexed
                       Access Mode is Dynamic
                       Record Key is CM-Company-Code.

                   Select Optional DependentFile assign to DepFile
                       File Status is WS-Dependent-Status
                       Organization is Indexed
                       Access Mode is Dynamic
                       Record Key is DP-Key.

                   Select Optional AcaPlanFile assign to AcaPlan
                       Organization is Line Sequential
                       File Status is AcaPlan-Status.

                   Select Optional AcaHoursFile assign to AcaHours
                       Organization is Line Sequential
                       File Status is AcaHours-Status.

                   Select AcaMonthFile assign to AcaMonth
                       File Status is AcaMonth-Status
                       Organization is Indexed
                       Access Mode is Dynamic
                       Record Key is AM-Key.

                   Select AcaStatusFile assign to AcaStat
                       File Status is AcaStat-Status
                       Organization is Indexed
                       Access Mode is Dynamic
                       Record Key is AS-Key.

                   Select Aca1095File assign to Aca1095C
                       Organization is Line Sequential
                       File Status is Aca1095-Status.

                   Select Aca1094ReportFile assign to Aca1094C
                       Organization is Line Sequential
                       File Status is Aca1094-Status.

                   Select AcaExceptionFile assign to AcaExcRpt
                       Organization is Line Sequential
                       File Status is AcaExc-Status.

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

               FD  EmployeeAddrFile.
                   01  EmployeeAddrRecord.
                       05  AD-EmployeeNumber                PIC X(05).
                       05  AD-Street                        PIC X(30).
                       05  AD-City                          PIC X(20).
                       05  AD-State                         PIC X(02).
                       05  AD-Zip                           PIC X(10).

               FD  CompanyMasterFile.
                   01  CompanyMasterRecord.
                       05  CM-Company-Code                  PIC X(02).
                       05  CM-Legal-Name                    PIC X(30).
                       05  CM-EIN                           PIC 9(09).
                       05  CM-Funding-Routing               PIC 9(09).
                       05  CM-Funding-Account               PIC X(17).

               FD  DependentFile.
                   01  DependentRecord.
                       05  DP-Key.
                           10  DP-EmployeeNumber           PIC X(05).
                           10  DP-Sequence-Number          PIC 9(02).
                       05  DP-Dependent-Name                PIC X(20).
                       05  DP-Relationship                  PIC X(10).
                       05  DP-Date-Of-Birth                 PIC 9(08).
                       05  DP-Beneficiary-Switch             PIC X(01).
               88  DP-Is-Beneficiary   value "Y".

               FD  AcaPlanFile
                   Record Contains 11 characters.
                   01  AcaPlanRecord.
                       05  AP-Deduction-Code                PIC X(02).
                       05  AP-Plan-Type                     PIC X(01).
                           88  AP-Medical-Enrollment        value "M".
                           88  AP-Medical-Waiver            value "W".
                       05  AP-Offer-Code                    PIC X(02).
                       05  AP-Employee-Share             PIC 9(04)V99.

               FD  AcaHoursFile
                   Record Contains 16 characters.
                   01  AcaHoursRecord.
                       05  AH-EmployeeNumber                PIC X(05).
                       05  AH-Month                         PIC 9(06).
                       05  AH-Hours                    PIC 9(03)V99.

               FD  AcaMonthFile.
                   01  AcaMonthRecord.
                       05  AM-Key.
                           10  AM-EmployeeNumber            PIC X(05).
                           10  AM-Month                     PIC 9(06).
                       05  AM-Company-Code                  PIC X(02).
                       05  AM-Hours                    PIC 9(03)V99.
                       05  AM-Hours-Source                  PIC X(01).
                           88  AM-Hours-Salaried            value "S".
                           88  AM-Hours-Reported            value "R".
                       05  AM-Offered                       PIC X(01).
                           88  AM-Coverage-Offered          value "Y".
                       05  AM-Enrolled                      PIC X(01).
                           88  AM-Coverage-Enrolled         value "Y".
                       05  AM-Offer-Code                    PIC X(02).
                       05  AM-Employee-Share             PIC 9(04)V99.
                       05  AM-Dependents                    PIC 9(02).

               FD  AcaStatusFile.
                   01  AcaStatusRecord.
                       05  AS-Key.
                           10  AS-EmployeeNumber            PIC X(05).
                           10  AS-Stability-Year            PIC 9(04).
                       05  AS-Months-Measured               PIC 9(02).
                       05  AS-Average-Hours              PIC 9(03)V99.
                       05  AS-Full-Time-Flag                PIC X(01).
                           88  AS-Full-Time                 value "Y".
                           88  AS-Not-Full-Time             value "N".
                       05  AS-Determined-Date               PIC 9(08).

               FD  Aca1095File
                   Record Contains 250 characters.
                   01  Aca1095Line                         PIC X(250).

               FD  Aca1094ReportFile
                   Record Contains 132 characters.
                   01  Aca1094PrintLine                    PIC X(132).

               FD  AcaExceptionFile
                   Record Contains 132 characters.
                   01  AcaExcPrintLine                     PIC X(132).

           Working-Storage Section.
               COPY "Misc.cpy".
              COPY "WS_Date.cpy" REPLACING LEADING ==Prefix== BY ==LK==.
               COPY "HeaderMain.cpy".
               COPY "EmployeeRecord.cpy".
               COPY "IfaceReg.cpy".

               01  EmpAddr-Status                      PIC X(02).
               01  CompMast-Status                     PIC X(02).
               01  WS-Dependent-Status                 PIC X(02).
               01  AcaPlan-Status                      PIC X(02).
               01  AcaHours-Status                     PIC X(02).
               01  AcaMonth-Status                     PIC X(02).
               01  AcaStat-Status                      PIC X(02).
               01  Aca1095-Status                      PIC X(02).
               01  Aca1094-Status                      PIC X(02).
               01  AcaExc-Status                       PIC X(02).

               01  WS-Open-Switch   PIC X(01)   value "Y".
                   88  WS-Files-Ready                       value "Y".
                   88  WS-Open-Failed                        value "N".

               01  WS-Run-Mode   PIC X(08)   value spaces.
                   88  WS-Month-Run                       value "MONTH".
                   88  WS-Year-End-Run                  value "YEAREND".
               01  WS-Addr-Switch   PIC X(01)   value "N".
                   88  WS-Addr-Ready                        value "Y".
                   88  WS-Addr-Not-Ready                    value "N".
               01  WS-CompMast-Switch   PIC X(01)   value "N".
                   88  WS-CompMast-Ready                    value "Y".
                   88  WS-CompMast-Not-Ready                value "N".
               01  WS-Dep-Switch   PIC X(01)   value "N".
                   88  WS-Dep-Ready                         value "Y".
                   88  WS-Dep-Not-Ready                     value "N".
               01  WS-DepScan-Switch   PIC X(01)   value "N".
                   88  WS-DepScan-Eof                       value "Y".
                   88  WS-DepScan-Not-Eof                   value "N".
               01  WS-MonthScan-Switch   PIC X(01)   value "N".
                   88  WS-MonthScan-Eof                     value "Y".
                   88  WS-MonthScan-Not-Eof                 value "N".
               01  WS-Employed-Switch   PIC X(01)   value "N".
                   88  WS-Employed-In-Month                 value "Y".
                   88  WS-Not-Employed-In-Month             value "N".
               01  WS-Exception-Switch   PIC X(01)   value "N".
                   88  WS-Has-Exception                     value "Y".
                   88  WS-No-Exception                      value "N".

               01  WS-Command-Line-Param   PIC X(40)   value spaces.
               01  WS-Param-Period   PIC X(08)   value spaces.
               01  WS-Run-Month   PIC 9(06)   value 0.
               01  WS-Run-Month-Parts redefines WS-Run-Month.
                   05  WS-Run-Year                      PIC 9(04).
                   05  WS-Run-Month-Number              PIC 9(02).
               01  WS-Tax-Year   PIC 9(04)   value 0.
               01  WS-Today   PIC 9(08)   value 0.
               01  WS-Full-Time-Hours   PIC 9(03)V99   value 130.
               01  WS-Month-Start   PIC 9(08)   value 0.
               01  WS-Month-End   PIC 9(08)   value 0.
               01  WS-Next-Month-Start   PIC 9(08)   value 0.
               01  WS-Days-In-Month   PIC 9(03)   COMP value 0.
               01  WS-Days-Employed   PIC S9(05)   COMP value 0.
               01  WS-Employed-From   PIC 9(08)   value 0.
               01  WS-Employed-To   PIC 9(08)   value 0.
               01  WS-Measure-From   PIC 9(06)   value 0.
               01  WS-Measure-From-Parts redefines WS-Measure-From.
                   05  WS-Measure-From-Year             PIC 9(04).
                   05  WS-Measure-From-Month            PIC 9(02).
               01  WS-Measure-Hours   PIC 9(05)V99   value 0.
               01  WS-Measure-Months   PIC 9(02)   COMP value 0.
               01  WS-Current-Employee   PIC X(05)   value spaces.
               01  WS-Month-Idx   PIC 9(02)   COMP value 0.
               01  WS-Deduction-Idx   PIC 9(01)   COMP value 0.
               01  WS-Plan-Idx   PIC 9(02)   COMP value 0.
               01  WS-Plan-Count   PIC 9(02)   COMP value 0.
               01  WS-Company-Idx   PIC 9(02)   COMP value 0.
               01  WS-Company-Count   PIC 9(02)   COMP value 0.
               01  WS-Max-Dependents   PIC 9(02)   value 0.
               01  WS-Recorded-Count   PIC 9(05)   COMP value 0.
               01  WS-Hours-Loaded-Count   PIC 9(05)   COMP value 0.
               01  WS-Measured-Count   PIC 9(05)   COMP value 0.
               01  WS-Full-Time-Count   PIC 9(05)   COMP value 0.
               01  WS-Form-Count   PIC 9(05)   COMP value 0.
               01  WS-Exception-Count   PIC 9(05)   COMP value 0.
               01  WS-Form-Company   PIC X(02)   value spaces.
               01  WS-Form-Hash   PIC 9(15)   value 0.
               01  WS-Transmittal-Hash   PIC 9(15)   value 0.
               01  WS-Hash-Number   PIC 9(05)   value 0.

               01  WS-PlanTable.
                   05  WS-Plan-Entry OCCURS 20 TIMES.
                       10  WP-Deduction-Code            PIC X(02).
                       10  WP-Plan-Type                 PIC X(01).
                       10  WP-Offer-Code                PIC X(02).
                       10  WP-Employee-Share         PIC 9(04)V99.

               01  WS-YearTable.
                   05  WS-Year-Entry OCCURS 12 TIMES.
                       10  WY-Employed                  PIC X(01).
                       10  WY-Full-Time                 PIC X(01).
                       10  WY-Line14                    PIC X(02).
                       10  WY-Line15                 PIC 9(04)V99.
                       10  WY-Line16                    PIC X(02).

               01  WS-CompanyTable.
                   05  WS-Company-Entry OCCURS 50 TIMES.
                       10  WC-Company-Code              PIC X(02).
                       10  WC-Form-Count            PIC 9(05) COMP.
                       10  WC-Month-Counts OCCURS 12 TIMES.
                           15  WC-Full-Time-Count   PIC 9(05) COMP.
                           15  WC-Total-Count       PIC 9(05) COMP.

               01  Aca1095Record.
               05   PIC X(05)   value "1095C".
                   05  AC-Tax-Year                      PIC 9(04).
                   05  AC-EIN                           PIC 9(09).
                   05  AC-Company-Code                  PIC X(02).
                   05  AC-EmployeeNumber                PIC X(05).
                   05  AC-SSN                           PIC 9(09).
                   05  AC-EmployeeName                  PIC X(20).
                   05  AC-Street                        PIC X(30).
                   05  AC-City                          PIC X(20).
                   05  AC-State                         PIC X(02).
                   05  AC-Zip                           PIC X(10).
                   05  AC-Month-Entry OCCURS 12 TIMES.
                       10  AC-Line14                    PIC X(02).
                       10  AC-Line15                 PIC 9(04)V99.
                       10  AC-Line16                    PIC X(02).
                   05  AC-Covered-Dependents            PIC 9(02).
               05   PIC X(36)   value spaces.

               01  Aca1094Heading2.
               05   PIC X(17)   value spaces.
               05   PIC X(34)   value "ACA 1094-C Transmittal Summary".
               05   PIC X(3)   value spaces.
               05   PIC X(10)   value "Tax Year: ".
                   05  H94-Tax-Year                     PIC 9(04).

               01  Aca1094CompanyLine.
               05   PIC X(09)   value "Company: ".
                   05  C94-Company-Code                 PIC X(02).
               05   PIC X(2)   value spaces.
               05   PIC X(05)   value "EIN: ".
                   05  C94-EIN                          PIC 9(09).
               05   PIC X(2)   value spaces.
                   05  C94-Legal-Name                   PIC X(30).
               05   PIC X(2)   value spaces.
               05   PIC X(17)   value "1095-C forms:    ".
                   05  C94-Form-Count                   PIC ZZZZ9.

               01  Aca1094MonthHeadings.
               05   PIC X(14)   value spaces.
               05   PIC X(06)   value "   Jan".
               05   PIC X(06)   value "   Feb".
               05   PIC X(06)   value "   Mar".
               05   PIC X(06)   value "   Apr".
               05   PIC X(06)   value "   May".
               05   PIC X(06)   value "   Jun".
               05   PIC X(06)   value "   Jul".
               05   PIC X(06)   value "   Aug".
               05   PIC X(06)   value "   Sep".
               05   PIC X(06)   value "   Oct".
               05   PIC X(06)   value "   Nov".
               05   PIC X(06)   value "   Dec".

               01  Aca1094CountLine.
                   05  N94-Label                        PIC X(14).
                   05  N94-Month-Count OCCURS 12 TIMES  PIC ZZZZZ9.

               01  AcaExcHeading2.
               05   PIC X(17)   value spaces.
               05   PIC X(40)   value
                   "Full-Time Employees Not Offered Coverage".
               05   PIC X(3)   value spaces.
               05   PIC X(10)   value "Tax Year: ".
                   05  HEX-Tax-Year                     PIC 9(04).

               01  AcaExcColumnHeadings.
               05   PIC X(10)   value "Emp Number".
               05   PIC X(2)   value spaces.
               05   PIC X(20)   value "Employee Name".
               05   PIC X(2)   value spaces.
               05   PIC X(02)   value "Co".
               05   PIC X(2)   value spaces.
               05   PIC X(36)   value
                   "J  F  M  A  M  J  J  A  S  O  N  D".

               01  AcaExcDetailLine.
                   05  EX-EmployeeNumber                PIC X(10).
               05   PIC X(2) value spaces.
                   05  EX-EmployeeName                  PIC X(20).
               05   PIC X(2) value spaces.
                   05  EX-Company                       PIC X(02).
               05   PIC X(2) value spaces.
                   05  EX-Month-Entry OCCURS 12 TIMES.
                       10  EX-Month-Flag                PIC X(01).
                       10                               PIC X(02).

               01  AcaExcTotalLine.
               05   PIC X(34)
                   value "Employees with unoffered months: ".
                   05  ET-Exception-Count               PIC ZZZZ9.

       Procedure Division.
           Initilization.
               PERFORM 050-Select-Run-Mode
               PERFORM 600-FormatDate
               PERFORM 700-FormatTime
               PERFORM 100-Open-Files
               IF WS-Files-Ready
                   IF WS-Month-Run
                       PERFORM 110-Load-Plan-Codes
                       PERFORM 120-Load-Reported-Hours
                       PERFORM 200-Read-Records
                       PERFORM 400-Record-One-Month
                           UNTIL WS-Eof
                       IF WS-Run-Month-Number = 10
                           PERFORM 420-Close-Measurement-Period
                       END-IF
                       DISPLAY "ACATRACK: month " WS-Run-Month
                           " employees recorded " WS-Recorded-Count
                           " reported-hours rows " WS-Hours-Loaded-Count
                       IF WS-Run-Month-Number = 10
                           DISPLAY "ACATRACK: stability year "
                               WS-Tax-Year " determinations "
                               WS-Measured-Count " full-time "
                               WS-Full-Time-Count
                       END-IF
                   ELSE
                       PERFORM 300-Write-Heading
                       PERFORM 430-Build-Year-End-Forms
                       PERFORM 450-Write-Totals
                   END-IF
               END-IF
               PERFORM 500-Close-Files.
               IF WS-Open-Failed
                   MOVE 16 TO RETURN-CODE
               ELSE
                   IF WS-Exception-Count > 0
                       MOVE 4 TO RETURN-CODE
                   END-IF
               END-IF
               STOP RUN.

           050-Select-Run-Mode.
               ACCEPT WS-Command-Line-Param FROM COMMAND-LINE
               UNSTRING WS-Command-Line-Param
                   DELIMITED BY ALL " "
                   INTO WS-Run-Mode WS-Param-Period
               END-UNSTRING
               MOVE FUNCTION UPPER-CASE(WS-Run-Mode) TO WS-Run-Mode
               IF NOT WS-Year-End-Run
                   SET WS-Month-Run TO TRUE
                   IF WS-Param-Period(1:6) IS NUMERIC
                       MOVE WS-Param-Period(1:6) TO WS-Run-Month
                   END-IF
               ELSE
                   IF WS-Param-Period(1:4) IS NUMERIC
                       MOVE WS-Param-Period(1:4) TO WS-Tax-Year
                   END-IF
               END-IF.

           100-Open-Files.
               OPEN INPUT PayrollReport
                   CALL "Validations" USING File_Status, "ACATRACK"
               OPEN I-O AcaMonthFile
               IF AcaMonth-Status = "35"
                   OPEN OUTPUT AcaMonthFile
                   CLOSE AcaMonthFile
                   OPEN I-O AcaMonthFile
               END-IF
               CALL "Validations" USING AcaMonth-Status, "ACATRACK"
               OPEN I-O AcaStatusFile
               IF AcaStat-Status = "35"
                   OPEN OUTPUT AcaStatusFile
                   CLOSE AcaStatusFile
                   OPEN I-O AcaStatusFile
               END-IF
               CALL "Validations" USING AcaStat-Status, "ACATRACK"
               IF File_Status NOT = "00"
                       OR AcaMonth-Status NOT = "00"
                       OR AcaStat-Status NOT = "00"
                   SET WS-Open-Failed TO TRUE
               END-IF
               IF WS-Year-End-Run
                   OPEN OUTPUT Aca1095File
                   CALL "Validations" USING Aca1095-Status, "ACATRACK"
                   OPEN OUTPUT Aca1094ReportFile
                   CALL "Validations" USING Aca1094-Status, "ACATRACK"
                   OPEN OUTPUT AcaExceptionFile
                   CALL "Validations" USING AcaExc-Status, "ACATRACK"
                   IF Aca1095-Status NOT = "00"
                           OR Aca1094-Status NOT = "00"
                           OR AcaExc-Status NOT = "00"
                       SET WS-Open-Failed TO TRUE
                   END-IF
                   OPEN INPUT EmployeeAddrFile
                   IF EmpAddr-Status = "00"
                       SET WS-Addr-Ready TO TRUE
                   END-IF
                   OPEN INPUT CompanyMasterFile
                   IF CompMast-Status = "00"
                       SET WS-CompMast-Ready TO TRUE
                   END-IF
               ELSE
                   OPEN INPUT DependentFile
                   IF WS-Dependent-Status = "00"
                       SET WS-Dep-Ready TO TRUE
                   END-IF
               END-IF.

           110-Load-Plan-Codes.
               MOVE 0 TO WS-Plan-Count
               OPEN INPUT AcaPlanFile
               IF AcaPlan-Status = "00"
                   PERFORM 113-Read-Plan-Record
                   PERFORM 114-Store-Plan-Record
                       UNTIL AcaPlan-Status NOT = "00"
                   CLOSE AcaPlanFile
               END-IF.

           113-Read-Plan-Record.
               READ AcaPlanFile
                   AT END
                       MOVE "10" TO AcaPlan-Status
               END-READ.

           114-Store-Plan-Record.
               IF WS-Plan-Count < 20
                   ADD 1 TO WS-Plan-Count
                   MOVE AP-Deduction-Code
                       TO WP-Deduction-Code (WS-Plan-Count)
                   MOVE AP-Plan-Type TO WP-Plan-Type (WS-Plan-Count)
                   MOVE AP-Offer-Code TO WP-Offer-Code (WS-Plan-Count)
                   MOVE AP-Employee-Share
                       TO WP-Employee-Share (WS-Plan-Count)
               ELSE
                   DISPLAY "ACATRACK: plan table full, code "
                       AP-Deduction-Code " ignored"
               END-IF
               PERFORM 113-Read-Plan-Record.

           120-Load-Reported-Hours.
               OPEN INPUT AcaHoursFile
               IF AcaHours-Status = "00"
                   PERFORM 123-Read-Hours-Record
                   PERFORM 124-Store-Hours-Record
                       UNTIL AcaHours-Status NOT = "00"
                   CLOSE AcaHoursFile
               END-IF.

           123-Read-Hours-Record.
               READ AcaHoursFile
                   AT END
                       MOVE "10" TO AcaHours-Status
               END-READ.

           124-Store-Hours-Record.
               IF AH-Month = WS-Run-Month
                   MOVE AH-EmployeeNumber TO AM-EmployeeNumber
                   MOVE AH-Month TO AM-Month
                   READ AcaMonthFile
                       INVALID KEY
                           INITIALIZE AcaMonthRecord
                           MOVE AH-EmployeeNumber TO AM-EmployeeNumber
                           MOVE AH-Month TO AM-Month
                   END-READ
                   MOVE AH-Hours TO AM-Hours
                   SET AM-Hours-Reported TO TRUE
                   WRITE AcaMonthRecord
                       INVALID KEY
                           REWRITE AcaMonthRecord
                               INVALID KEY
                                   CONTINUE
                           END-REWRITE
                   END-WRITE
                   ADD 1 TO WS-Hours-Loaded-Count
               END-IF
               PERFORM 123-Read-Hours-Record.

           200-Read-Records.
               READ PayrollReport NEXT RECORD
                   AT END
                       SET WS-Eof TO TRUE
               END-READ.

           300-Write-Heading.
               MOVE WS-Tax-Year TO H94-Tax-Year
               MOVE WS-Tax-Year TO HEX-Tax-Year
               MOVE SPACES TO Aca1094PrintLine
               WRITE Aca1094PrintLine FROM HeaderMain
                   AFTER ADVANCING PAGE
               WRITE Aca1094PrintLine FROM Aca1094Heading2
                   AFTER ADVANCING 1
               WRITE Aca1094PrintLine FROM HeaderMain3
                   AFTER ADVANCING 2
               MOVE SPACES TO AcaExcPrintLine
               WRITE AcaExcPrintLine FROM HeaderMain
                   AFTER ADVANCING PAGE
               WRITE AcaExcPrintLine FROM AcaExcHeading2
                   AFTER ADVANCING 1
               WRITE AcaExcPrintLine FROM HeaderMain3
                   AFTER ADVANCING 2
               WRITE AcaExcPrintLine FROM AcaExcColumnHeadings
                   AFTER ADVANCING 2.

      * Monthly measurement: one AcaMonthFile entry per employee who
      * was on the payroll at any point in the run month.
           400-Record-One-Month.
               MOVE EmployeeRecord TO EmployeeRecords
               PERFORM 405-Check-Employed-In-Month
               IF WS-Employed-In-Month
                   MOVE EmployeeNumber TO AM-EmployeeNumber
                   MOVE WS-Run-Month TO AM-Month
                   READ AcaMonthFile
                       INVALID KEY
                           INITIALIZE AcaMonthRecord
                           MOVE EmployeeNumber TO AM-EmployeeNumber
                           MOVE WS-Run-Month TO AM-Month
                   END-READ
                   MOVE CompanyCode TO AM-Company-Code
                   IF AnnualSalary > 0
                       COMPUTE AM-Hours ROUNDED =
                           WS-Full-Time-Hours * WS-Days-Employed
                               / WS-Days-In-Month
                       SET AM-Hours-Salaried TO TRUE
                   END-IF
                   PERFORM 410-Find-Coverage
                   WRITE AcaMonthRecord
                       INVALID KEY
                           REWRITE AcaMonthRecord
                               INVALID KEY
                                   CONTINUE
                           END-REWRITE
                   END-WRITE
                   ADD 1 TO WS-Recorded-Count
               END-IF
               PERFORM 200-Read-Records.

           405-Check-Employed-In-Month.
               SET WS-Not-Employed-In-Month TO TRUE
               MOVE WS-Month-Start TO WS-Employed-From
               MOVE WS-Month-End TO WS-Employed-To
               IF HD-Date-Numeric IS NUMERIC
                       AND HD-Date-Numeric > WS-Employed-From
                   MOVE HD-Date-Numeric TO WS-Employed-From
               END-IF
               IF Employee-Terminated
                       AND PP-Date-Numeric IS NUMERIC
                       AND PP-Date-Numeric < WS-Employed-To
                   MOVE PP-Date-Numeric TO WS-Employed-To
               END-IF
               IF WS-Employed-From <= WS-Employed-To
                   COMPUTE WS-Days-Employed =
                       FUNCTION INTEGER-OF-DATE(WS-Employed-To)
                     - FUNCTION INTEGER-OF-DATE(WS-Employed-From) + 1
                   SET WS-Employed-In-Month TO TRUE
               END-IF.

           410-Find-Coverage.
               MOVE "N" TO AM-Offered
               MOVE "N" TO AM-Enrolled
               MOVE SPACES TO AM-Offer-Code
               MOVE 0 TO AM-Employee-Share
               MOVE 0 TO AM-Dependents
               PERFORM 412-Check-One-Deduction
                   VARYING WS-Deduction-Idx FROM 1 BY 1
                   UNTIL WS-Deduction-Idx > 3
               IF AM-Coverage-Enrolled AND WS-Dep-Ready
                   PERFORM 415-Count-Dependents
               END-IF.

           412-Check-One-Deduction.
               IF DeductionCode (WS-Deduction-Idx) NOT = SPACES
                   PERFORM 413-Match-One-Plan
                       VARYING WS-Plan-Idx FROM 1 BY 1
                       UNTIL WS-Plan-Idx > WS-Plan-Count
               END-IF.

           413-Match-One-Plan.
               IF WP-Deduction-Code (WS-Plan-Idx)
                       = DeductionCode (WS-Deduction-Idx)
                   MOVE "Y" TO AM-Offered
                   IF AM-Offer-Code = SPACES
                       MOVE WP-Offer-Code (WS-Plan-Idx)
                           TO AM-Offer-Code
                       MOVE WP-Employee-Share (WS-Plan-Idx)
                           TO AM-Employee-Share
                   END-IF
                   IF WP-Plan-Type (WS-Plan-Idx) = "M"
                       MOVE "Y" TO AM-Enrolled
                   END-IF
               END-IF.

           415-Count-Dependents.
               SET WS-DepScan-Not-Eof TO TRUE
               MOVE EmployeeNumber TO DP-EmployeeNumber
               MOVE 0 TO DP-Sequence-Number
               START DependentFile
                       KEY IS GREATER THAN OR EQUAL DP-Key
                   INVALID KEY
                       SET WS-DepScan-Eof TO TRUE
               END-START
               PERFORM 416-Count-One-Dependent
                   UNTIL WS-DepScan-Eof.

           416-Count-One-Dependent.
               READ DependentFile NEXT RECORD
                   AT END
                       SET WS-DepScan-Eof TO TRUE
                   NOT AT END
                       IF DP-EmployeeNumber NOT = EmployeeNumber
                           SET WS-DepScan-Eof TO TRUE
                       ELSE
                           IF AM-Dependents < 99
                               ADD 1 TO AM-Dependents
                           END-IF
                       END-IF
               END-READ.

      * Look-back measurement: November of the prior year through the
      * run October sets full-time status for the next calendar year.
           420-Close-Measurement-Period.
               COMPUTE WS-Tax-Year = WS-Run-Year + 1
               COMPUTE WS-Measure-From-Year = WS-Run-Year - 1
               MOVE 11 TO WS-Measure-From-Month
               MOVE LOW-VALUES TO AM-Key
               MOVE SPACES TO WS-Current-Employee
               SET WS-MonthScan-Not-Eof TO TRUE
               START AcaMonthFile KEY IS GREATER THAN OR EQUAL AM-Key
                   INVALID KEY
                       SET WS-MonthScan-Eof TO TRUE
               END-START
               PERFORM 422-Measure-One-Month
                   UNTIL WS-MonthScan-Eof
               IF WS-Current-Employee NOT = SPACES
                   PERFORM 425-Write-Determination
               END-IF.

           422-Measure-One-Month.
               READ AcaMonthFile NEXT RECORD
                   AT END
                       SET WS-MonthScan-Eof TO TRUE
                   NOT AT END
                       IF AM-EmployeeNumber NOT = WS-Current-Employee
                           IF WS-Current-Employee NOT = SPACES
                               PERFORM 425-Write-Determination
                           END-IF
                           MOVE AM-EmployeeNumber
                               TO WS-Current-Employee
                           MOVE 0 TO WS-Measure-Hours
                           MOVE 0 TO WS-Measure-Months
                       END-IF
                       IF AM-Month >= WS-Measure-From
                               AND AM-Month <= WS-Run-Month
                           ADD AM-Hours TO WS-Measure-Hours
                           ADD 1 TO WS-Measure-Months
                       END-IF
               END-READ.

      * Only employees on the payroll for the whole measurement period
      * get a look-back determination; newer hires are tested monthly.
           425-Write-Determination.
               IF WS-Measure-Months >= 12
                   MOVE WS-Current-Employee TO AS-EmployeeNumber
                   MOVE WS-Tax-Year TO AS-Stability-Year
                   MOVE WS-Measure-Months TO AS-Months-Measured
                   COMPUTE AS-Average-Hours ROUNDED =
                       WS-Measure-Hours / 12
                   IF AS-Average-Hours >= WS-Full-Time-Hours
                       SET AS-Full-Time TO TRUE
                       ADD 1 TO WS-Full-Time-Count
                   ELSE
                       SET AS-Not-Full-Time TO TRUE
                   END-IF
                   MOVE WS-Today TO AS-Determined-Date
                   WRITE AcaStatusRecord
                       INVALID KEY
                           REWRITE AcaStatusRecord
                               INVALID KEY
                                   CONTINUE
                           END-REWRITE
                   END-WRITE
                   ADD 1 TO WS-Measured-Count
               END-IF.

      * Year end: walk AcaMonthFile in employee order and build one
      * 1095-C per employee who was full-time or enrolled in any month.
           430-Build-Year-End-Forms.
               MOVE LOW-VALUES TO AM-Key
               MOVE SPACES TO WS-Current-Employee
               SET WS-MonthScan-Not-Eof TO TRUE
               START AcaMonthFile KEY IS GREATER THAN OR EQUAL AM-Key
                   INVALID KEY
                       SET WS-MonthScan-Eof TO TRUE
               END-START
               PERFORM 432-Read-One-Month
                   UNTIL WS-MonthScan-Eof
               IF WS-Current-Employee NOT = SPACES
                   PERFORM 436-Finish-Employee-Year
               END-IF.

           432-Read-One-Month.
               READ AcaMonthFile NEXT RECORD
                   AT END
                       SET WS-MonthScan-Eof TO TRUE
                   NOT AT END
                       IF AM-Month(1:4) = WS-Tax-Year
                           IF AM-EmployeeNumber
                                   NOT = WS-Current-Employee
                               IF WS-Current-Employee NOT = SPACES
                                   PERFORM 436-Finish-Employee-Year
                               END-IF
                               PERFORM 433-Start-Employee-Year
                           END-IF
                           PERFORM 434-Code-One-Month
                       END-IF
               END-READ.

           433-Start-Employee-Year.
               MOVE AM-EmployeeNumber TO WS-Current-Employee
               MOVE 0 TO WS-Max-Dependents
               PERFORM 438-Clear-One-Month
                   VARYING WS-Month-Idx FROM 1 BY 1
                   UNTIL WS-Month-Idx > 12
               MOVE AM-EmployeeNumber TO AS-EmployeeNumber
               MOVE WS-Tax-Year TO AS-Stability-Year
               READ AcaStatusFile
                   INVALID KEY
                       MOVE SPACES TO AS-Full-Time-Flag
               END-READ.

           434-Code-One-Month.
               MOVE AM-Month(5:2) TO WS-Month-Idx
               MOVE AM-Company-Code TO WS-Form-Company
               MOVE "Y" TO WY-Employed (WS-Month-Idx)
               IF AS-Full-Time
                       OR (AS-Full-Time-Flag = SPACES
                           AND AM-Hours >= WS-Full-Time-Hours)
                   MOVE "Y" TO WY-Full-Time (WS-Month-Idx)
               END-IF
               IF AM-Coverage-Offered
                   MOVE AM-Offer-Code TO WY-Line14 (WS-Month-Idx)
                   MOVE AM-Employee-Share TO WY-Line15 (WS-Month-Idx)
                   IF AM-Coverage-Enrolled
                       MOVE "2C" TO WY-Line16 (WS-Month-Idx)
                   ELSE
                       IF WY-Full-Time (WS-Month-Idx) NOT = "Y"
                           MOVE "2B" TO WY-Line16 (WS-Month-Idx)
                       ELSE
                           MOVE SPACES TO WY-Line16 (WS-Month-Idx)
                       END-IF
                   END-IF
               ELSE
                   MOVE "1H" TO WY-Line14 (WS-Month-Idx)
                   MOVE 0 TO WY-Line15 (WS-Month-Idx)
                   IF WY-Full-Time (WS-Month-Idx) = "Y"
                       MOVE SPACES TO WY-Line16 (WS-Month-Idx)
                   ELSE
                       MOVE "2B" TO WY-Line16 (WS-Month-Idx)
                   END-IF
               END-IF
               IF AM-Dependents > WS-Max-Dependents
                   MOVE AM-Dependents TO WS-Max-Dependents
               END-IF.

           436-Finish-Employee-Year.
               SET WS-No-Exception TO TRUE
               MOVE "N" TO WS-Employed-Switch
               PERFORM 439-Check-One-Month
                   VARYING WS-Month-Idx FROM 1 BY 1
                   UNTIL WS-Month-Idx > 12
               IF WS-Employed-In-Month
                   PERFORM 440-Find-Employee-Data
                   PERFORM 442-Write-1095-Record
                   PERFORM 444-Tally-Company
               END-IF
               IF WS-Has-Exception
                   PERFORM 446-Write-Exception-Line
               END-IF.

           438-Clear-One-Month.
               MOVE "N" TO WY-Employed (WS-Month-Idx)
               MOVE "N" TO WY-Full-Time (WS-Month-Idx)
               MOVE "1H" TO WY-Line14 (WS-Month-Idx)
               MOVE 0 TO WY-Line15 (WS-Month-Idx)
               MOVE "2A" TO WY-Line16 (WS-Month-Idx)
               MOVE SPACE TO EX-Month-Flag (WS-Month-Idx).

      * WS-Employed-Switch is reused here to mean "a 1095-C is due".
           439-Check-One-Month.
               IF WY-Full-Time (WS-Month-Idx) = "Y"
                       OR WY-Line16 (WS-Month-Idx) = "2C"
                   SET WS-Employed-In-Month TO TRUE
               END-IF
               IF WY-Full-Time (WS-Month-Idx) = "Y"
                       AND WY-Line14 (WS-Month-Idx) = "1H"
                   SET WS-Has-Exception TO TRUE
                   MOVE "X" TO EX-Month-Flag (WS-Month-Idx)
               END-IF.

           440-Find-Employee-Data.
               INITIALIZE EmployeeRecords
               MOVE "*NOT ON PAYROLL FILE" TO EmployeeName
               MOVE WS-Current-Employee TO PR-EmployeeNumber
               READ PayrollReport
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE EmployeeRecord TO EmployeeRecords
                       IF SocialSecurityNumber NOT = 0
                           CALL "SsnVault" USING "DECODE",
                               SocialSecurityNumber, "ACATRACKING ",
                               "BATCH   ", EmployeeNumber
                       END-IF
               END-READ
               MOVE SPACES TO AD-Street AD-City AD-State AD-Zip
               IF WS-Addr-Ready
                   MOVE WS-Current-Employee TO AD-EmployeeNumber
                   READ EmployeeAddrFile
                       INVALID KEY
                           MOVE SPACES TO AD-Street AD-City
                               AD-State AD-Zip
                   END-READ
               END-IF
               MOVE 0 TO CM-EIN
               IF WS-CompMast-Ready
                   MOVE WS-Form-Company TO CM-Company-Code
                   READ CompanyMasterFile
                       INVALID KEY
                           MOVE 0 TO CM-EIN
                   END-READ
               END-IF.

           442-Write-1095-Record.
               MOVE WS-Tax-Year TO AC-Tax-Year
               MOVE CM-EIN TO AC-EIN
               MOVE WS-Form-Company TO AC-Company-Code
               MOVE WS-Current-Employee TO AC-EmployeeNumber
               MOVE SocialSecurityNumber TO AC-SSN
               MOVE EmployeeName TO AC-EmployeeName
               MOVE AD-Street TO AC-Street
               MOVE AD-City TO AC-City
               MOVE AD-State TO AC-State
               MOVE AD-Zip TO AC-Zip
               PERFORM 443-Move-One-Month
                   VARYING WS-Month-Idx FROM 1 BY 1
                   UNTIL WS-Month-Idx > 12
               MOVE WS-Max-Dependents TO AC-Covered-Dependents
               WRITE Aca1095Line FROM Aca1095Record
               ADD 1 TO WS-Form-Count
               MOVE WS-Current-Employee TO WS-Hash-Number
               ADD WS-Hash-Number TO WS-Form-Hash.

           443-Move-One-Month.
               MOVE WY-Line14 (WS-Month-Idx) TO AC-Line14 (WS-Month-Idx)
               MOVE WY-Line15 (WS-Month-Idx) TO AC-Line15 (WS-Month-Idx)
               MOVE WY-Line16 (WS-Month-Idx)
                   TO AC-Line16 (WS-Month-Idx).

           444-Tally-Company.
               PERFORM 445-Find-Company-Slot
                   VARYING WS-Company-Idx FROM 1 BY 1
                   UNTIL WS-Company-Idx > WS-Company-Count
                       OR WC-Company-Code (WS-Company-Idx)
                           = WS-Form-Company
               IF WS-Company-Idx > WS-Company-Count
                   IF WS-Company-Count < 50
                       ADD 1 TO WS-Company-Count
                       MOVE WS-Company-Count TO WS-Company-Idx
                       INITIALIZE WS-Company-Entry (WS-Company-Idx)
                       MOVE WS-Form-Company
                           TO WC-Company-Code (WS-Company-Idx)
                   ELSE
                       DISPLAY "ACATRACK: company table full, "
                           WS-Form-Company " not summarized"
                       MOVE 0 TO WS-Company-Idx
                   END-IF
               END-IF
               IF WS-Company-Idx > 0
                   ADD 1 TO WC-Form-Count (WS-Company-Idx)
                   PERFORM 447-Tally-One-Month
                       VARYING WS-Month-Idx FROM 1 BY 1
                       UNTIL WS-Month-Idx > 12
               END-IF.

           445-Find-Company-Slot.
               CONTINUE.

           446-Write-Exception-Line.
               ADD 1 TO WS-Exception-Count
               MOVE WS-Current-Employee TO EX-EmployeeNumber
               MOVE EmployeeName TO EX-EmployeeName
               MOVE WS-Form-Company TO EX-Company
               MOVE SPACES TO AcaExcPrintLine
               WRITE AcaExcPrintLine FROM AcaExcDetailLine
                   AFTER ADVANCING 1.

           447-Tally-One-Month.
               IF WY-Employed (WS-Month-Idx) = "Y"
                   ADD 1 TO WC-Total-Count (WS-Company-Idx
                       WS-Month-Idx)
               END-IF
               IF WY-Full-Time (WS-Month-Idx) = "Y"
                   ADD 1 TO WC-Full-Time-Count (WS-Company-Idx
                       WS-Month-Idx)
               END-IF.

           450-Write-Totals.
               PERFORM 455-Write-Company-Summary
                   VARYING WS-Company-Idx FROM 1 BY 1
                   UNTIL WS-Company-Idx > WS-Company-Count
               MOVE WS-Exception-Count TO ET-Exception-Count
               MOVE SPACES TO AcaExcPrintLine
               WRITE AcaExcPrintLine FROM AcaExcTotalLine
                   AFTER ADVANCING 2
               DISPLAY "ACATRACK: tax year " WS-Tax-Year
                   " 1095-C records " WS-Form-Count
                   " exceptions " WS-Exception-Count.

           455-Write-Company-Summary.
               MOVE WC-Company-Code (WS-Company-Idx)
                   TO C94-Company-Code
               MOVE 0 TO CM-EIN
               MOVE "*COMPANY NOT ON MASTER" TO CM-Legal-Name
               IF WS-CompMast-Ready
                   MOVE WC-Company-Code (WS-Company-Idx)
                       TO CM-Company-Code
                   READ CompanyMasterFile
                       INVALID KEY
                           MOVE 0 TO CM-EIN
                           MOVE "*COMPANY NOT ON MASTER"
                               TO CM-Legal-Name
                   END-READ
               END-IF
               MOVE CM-EIN TO C94-EIN
               ADD CM-EIN TO WS-Transmittal-Hash
               MOVE CM-Legal-Name TO C94-Legal-Name
               MOVE WC-Form-Count (WS-Company-Idx) TO C94-Form-Count
               MOVE SPACES TO Aca1094PrintLine
               WRITE Aca1094PrintLine FROM Aca1094CompanyLine
                   AFTER ADVANCING 2
               WRITE Aca1094PrintLine FROM Aca1094MonthHeadings
                   AFTER ADVANCING 1
               MOVE "Full-time" TO N94-Label
               PERFORM 457-Move-Full-Time-Count
                   VARYING WS-Month-Idx FROM 1 BY 1
                   UNTIL WS-Month-Idx > 12
               WRITE Aca1094PrintLine FROM Aca1094CountLine
                   AFTER ADVANCING 1
               MOVE "Total employees" TO N94-Label
               PERFORM 458-Move-Total-Count
                   VARYING WS-Month-Idx FROM 1 BY 1
                   UNTIL WS-Month-Idx > 12
               WRITE Aca1094PrintLine FROM Aca1094CountLine
                   AFTER ADVANCING 1.

           457-Move-Full-Time-Count.
               MOVE WC-Full-Time-Count (WS-Company-Idx WS-Month-Idx)
                   TO N94-Month-Count (WS-Month-Idx).

           458-Move-Total-Count.
               MOVE WC-Total-Count (WS-Company-Idx WS-Month-Idx)
                   TO N94-Month-Count (WS-Month-Idx).

           500-Close-Files.
               CLOSE PayrollReport
               CLOSE AcaMonthFile
               CLOSE AcaStatusFile
               IF WS-Year-End-Run
                   CLOSE Aca1095File
                   CLOSE Aca1094ReportFile
                   CLOSE AcaExceptionFile
                   IF WS-Addr-Ready
                       CLOSE EmployeeAddrFile
                   END-IF
                   IF WS-CompMast-Ready
                       CLOSE CompanyMasterFile
                   END-IF
               ELSE
                   IF WS-Dep-Ready
                       CLOSE DependentFile
                   END-IF
               END-IF
               IF WS-Files-Ready AND WS-Year-End-Run
                   PERFORM 510-Register-Aca-Files
               END-IF.

           510-Register-Aca-Files.
               INITIALIZE IfaceRegRequest
               MOVE "ACA1095C" TO IR-Interface-Id
               MOVE "Aca1095File" TO IR-File-Name
               MOVE "IRS (ACA filing)" TO IR-Recipient
               MOVE "ACATRACK" TO IR-Program
               MOVE WS-Form-Count TO IR-Record-Count
               MOVE WS-Form-Hash TO IR-Hash-Total
               CALL "IfaceRegister" USING IfaceRegRequest
               INITIALIZE IfaceRegRequest
               MOVE "ACA1094C" TO IR-Interface-Id
               MOVE "Aca1094ReportFile" TO IR-File-Name
               MOVE "IRS (ACA filing)" TO IR-Recipient
               MOVE "ACATRACK" TO IR-Program
               MOVE WS-Company-Count TO IR-Record-Count
               MOVE WS-Transmittal-Hash TO IR-Hash-Total
               CALL "IfaceRegister" USING IfaceRegRequest.

           600-FormatDate.
               CALL "DateFormat" USING LK_Current_Date
               MOVE LK_Current_Date TO WS-Today
               IF WS-Run-Month = 0
                   MOVE LK_Current_Date(1:6) TO WS-Run-Month
               END-IF
               IF WS-Tax-Year = 0
                   COMPUTE WS-Tax-Year = LK_Current_Year - 1
               END-IF
               COMPUTE WS-Month-Start = WS-Run-Month * 100 + 1
               IF WS-Run-Month-Number = 12
                   COMPUTE WS-Next-Month-Start =
                       (WS-Run-Year + 1) * 10000 + 101
               ELSE
                   COMPUTE WS-Next-Month-Start = WS-Month-Start + 100
               END-IF
               COMPUTE WS-Month-End =
                   FUNCTION DATE-OF-INTEGER(
                       FUNCTION INTEGER-OF-DATE(WS-Next-Month-Start)
                           - 1)
               COMPUTE WS-Days-In-Month =
                   FUNCTION INTEGER-OF-DATE(WS-Next-Month-Start)
                 - FUNCTION INTEGER-OF-DATE(WS-Month-Start)
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

               End Program AcaTracking.
