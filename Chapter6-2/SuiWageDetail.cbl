       Identification Division.
           Program-ID. SuiWageDetail.
               Author. Anthony Downs.
               Installation.
               Date-Written. October 15, 2026.
               Date-Compiled.
               Security.

      * State unemployment (SUI) quarterly wage detail.  For every
      * employee paid in the requested quarter the quarter gross is
      * taken from the YT-Quarter-Totals buckets on YtdAccumFile and
      * the work state from EmployeeAddrFile.  The state's SUI wage
      * base and employer rate come from SuiRateFile; wages paid
      * earlier in the year count against the base, and the quarter
      * gross is split into taxable and excess wages.  One submission
      * file is written per state, named SUIWAGE<state>, with a header,
      * one wage record per employee, and a trailer carrying the
      * record count and totals.  SSNs are decoded through SsnVault so
      * every decode is logged.  A control summary by state and
      * company (with the CompanyMasterFile EIN) is printed, and
      * employees with no address on file are listed as exceptions.
      * Replacement rates may be supplied on SuiRateLoadFile and are
      * applied before the run.  The year and quarter may be passed on
      * the command line as "YYYY Q"; when omitted the run reports the
      * current calendar quarter.
      * Each state file is entered on the outbound interface register
      * as SUI<state> with its wage record count, quarter gross and
      * the sum of the employee numbers on it as the hash total.
      * An employee who changed legal entity during the year is also
      * reported under each company they were closed out of, from the
      * EntityYtdFile close-out quarter buckets (EntityTransfer), so
      * each employer account carries only the wages it paid; wages
      * under the earlier company do not count against the later
      * company's SUI wage base.
       Environment Division.
           Configuration Section.
               Special-Names.

           Input-Output Section.
               File-Control.
                   Select YtdAccumFile assign to YtdAccum
                       File Status is YtdAccum-Status
                       Organization is Indexed
                       Access Mode is Sequential
                       Record Key is YT-Key.

                   Select Optional EntityYtdFile assign to EntityYtd
                       File Status is EntityYtd-Status
                       Organization is Indexed
                       Access Mode is Sequential
                       Record Key is EY-Key.

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

                   Select SuiRateFile assign to SuiRate
                       File Status is SuiRate-Status
                       Organization is Indexed
                       Access Mode is Dynamic
                       Record Key is SR-State.

                   Select Optional SuiRateLoadFile assign to SuiRateLd
                       Organization is Line Sequential
                       File Status is WS-SuiRateLoad-Status.

                   Select SuiSubmissionFile assign to WS-Sui-File-Name
                       Organization is Line Sequential
                       File Status is SuiOut-Status.

                   Select SuiSummaryFile assign to SuiSumm
                       Organization is Line Sequential
                       File Status is SuiSumm-Status.

                   Select SuiSortFile assign to SuiSort.

               I-O-Control.

       Data Division.
           File Section.
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

               FD  SuiRateFile.
                   01  SuiRateRecord.
                       05  SR-State                         PIC X(02).
                       05  SR-Wage-Base                     PIC 9(07).
                       05  SR-Rate                          PIC 9V9999.

               FD  SuiRateLoadFile
                   Record Contains 14 characters.
                   01  SuiRateLoadRecord.
                       05  SL-State                         PIC X(02).
                       05  SL-Wage-Base                     PIC 9(07).
                       05  SL-Rate                          PIC 9V9999.

               FD  SuiSubmissionFile
                   Record Contains 100 characters.
                   01  SuiSubmissionLine                   PIC X(100).

               FD  SuiSummaryFile
                   Record Contains 132 characters.
                   01  SuiSummPrintLine                    PIC X(132).

               SD  SuiSortFile.
                   01  SuiSortRecord.
                       05  SS-State                         PIC X(02).
                       05  SS-Company                       PIC X(02).
                       05  SS-EmployeeNumber                PIC X(05).
                       05  SS-EmployeeName                  PIC X(20).
                       05  SS-SSN                           PIC 9(09).
                       05  SS-Qtr-Gross                 PIC S9(9)V99.
                       05  SS-Excess-Wages              PIC S9(9)V99.
                       05  SS-Taxable-Wages             PIC S9(9)V99.
                       05  SS-Rate                          PIC 9V9999.

           Working-Storage Section.
               COPY "Misc.cpy".
              COPY "WS_Date.cpy" REPLACING LEADING ==Prefix== BY ==LK==.
               COPY "HeaderMain.cpy".
               COPY "EmployeeRecord.cpy".
               COPY "IfaceReg.cpy".

               01  YtdAccum-Status                     PIC X(02).
               01  EmpAddr-Status                      PIC X(02).
               01  EntityYtd-Status                    PIC X(02).
               01  CompMast-Status                     PIC X(02).
               01  SuiRate-Status                      PIC X(02).
               01  WS-SuiRateLoad-Status               PIC X(02).
               01  SuiOut-Status                       PIC X(02).
               01  SuiSumm-Status                      PIC X(02).

               01  WS-Open-Switch   PIC X(01)   value "Y".
                   88  WS-Files-Ready                       value "Y".
                   88  WS-Open-Failed                        value "N".

               01  WS-Addr-Switch   PIC X(01)   value "N".
                   88  WS-Addr-Ready                        value "Y".
                   88  WS-Addr-Not-Ready                    value "N".
               01  WS-CompMast-Switch   PIC X(01)   value "N".
                   88  WS-CompMast-Ready                    value "Y".
                   88  WS-CompMast-Not-Ready                value "N".
               01  WS-EntityYtd-Switch   PIC X(01)   value "N".
                   88  WS-EntityYtd-Ready                   value "Y".
               01  WS-Ey-Eof-Switch   PIC X(01)   value "N".
                   88  WS-Ey-Eof                            value "Y".
                   88  WS-Ey-Not-Eof                        value "N".
               01  WS-Sort-Eof-Switch   PIC X(01)   value "N".
                   88  WS-Sort-Eof                          value "Y".
                   88  WS-Sort-Not-Eof                      value "N".
               01  WS-Sui-Open-Switch   PIC X(01)   value "N".
                   88  WS-Sui-File-Open                     value "Y".
                   88  WS-Sui-File-Closed                   value "N".

               01  WS-Command-Line-Param   PIC X(40)   value spaces.
               01  WS-Report-Year   PIC 9(04)   value 0.
               01  WS-Report-Quarter   PIC 9(01)   value 0.
               01  WS-Qtr-Idx   PIC 9(01)   COMP value 0.
               01  WS-Prior-Qtr-Gross   PIC S9(9)V99 value 0.
               01  WS-Base-Room   PIC S9(9)V99 value 0.
               01  WS-Sui-EmployeeNumber   PIC X(05)   value spaces.
               01  WS-Sui-Quarter-Gross.
                   05  WS-Sui-Qtr-Gross   PIC S9(8)V99
                                          OCCURS 4 TIMES.
               01  WS-Unknown-State   PIC X(02)   value "??".
               01  WS-Sui-File-Name   PIC X(20)   value spaces.
               01  WS-Previous-State   PIC X(02)   value spaces.
               01  WS-Previous-Company   PIC X(02)   value spaces.
               01  WS-Previous-Rate   PIC 9V9999   value 0.

               01  WS-Company-Totals.
                   05  WS-Co-Count                  PIC 9(05)   COMP.
                   05  WS-Co-Gross                  PIC S9(9)V99.
                   05  WS-Co-Excess                 PIC S9(9)V99.
                   05  WS-Co-Taxable                PIC S9(9)V99.
                   05  WS-Co-Contribution           PIC S9(9)V99.
               01  WS-State-Totals.
                   05  WS-St-Count                  PIC 9(05)   COMP.
                   05  WS-St-Gross                  PIC S9(9)V99.
                   05  WS-St-Excess                 PIC S9(9)V99.
                   05  WS-St-Taxable                PIC S9(9)V99.
                   05  WS-St-Contribution           PIC S9(9)V99.
                   05  WS-St-Hash                   PIC 9(15).
               01  WS-Grand-Totals.
                   05  WS-Gr-Count                  PIC 9(05)   COMP.
                   05  WS-Gr-Gross                  PIC S9(9)V99.
                   05  WS-Gr-Excess                 PIC S9(9)V99.
                   05  WS-Gr-Taxable                PIC S9(9)V99.
                   05  WS-Gr-Contribution           PIC S9(9)V99.
               01  WS-Contribution   PIC S9(9)V99 value 0.
               01  WS-State-File-Count   PIC 9(03)   COMP value 0.
               01  WS-No-State-Count   PIC 9(05)   COMP value 0.
               01  WS-Hash-Number   PIC 9(05)   value 0.

               01  SuiHeaderRecord.
               05   PIC X(01)   value "H".
                   05  SH-State                         PIC X(02).
                   05  SH-Year                          PIC 9(04).
                   05  SH-Quarter                       PIC 9(01).
                   05  SH-Created-Date                  PIC 9(08).
               05   PIC X(84)   value spaces.

               01  SuiWageRecord.
               05   PIC X(01)   value "W".
                   05  SW-State                         PIC X(02).
                   05  SW-Year                          PIC 9(04).
                   05  SW-Quarter                       PIC 9(01).
                   05  SW-EIN                           PIC 9(09).
                   05  SW-SSN                           PIC 9(09).
                   05  SW-EmployeeName                  PIC X(20).
                   05  SW-Qtr-Gross                     PIC 9(09)V99.
                   05  SW-Excess-Wages                  PIC 9(09)V99.
                   05  SW-Taxable-Wages                 PIC 9(09)V99.
               05   PIC X(21)   value spaces.

               01  SuiTrailerRecord.
               05   PIC X(01)   value "T".
                   05  ST-State                         PIC X(02).
                   05  ST-Record-Count                  PIC 9(07).
                   05  ST-Total-Gross                   PIC 9(11)V99.
                   05  ST-Total-Excess                  PIC 9(11)V99.
                   05  ST-Total-Taxable                 PIC 9(11)V99.
               05   PIC X(51)   value spaces.

               01  SumHeading2.
               05   PIC X(17)   value spaces.
               05   PIC X(30)   value "SUI Quarterly Wage Detail".
               05   PIC X(04)   value spaces.
               05   PIC X(3)   value spaces.
               05   PIC X(5)   value "Year:".
                   05  SH2-Year                         PIC 9(04).
               05   PIC X(3)   value spaces.
               05   PIC X(8)   value "Quarter:".
                   05  SH2-Quarter                      PIC 9(01).

               01  SumColumnHeadings.
               05   PIC X(05)   value "State".
               05   PIC X(2)   value spaces.
               05   PIC X(04)   value "Co".
               05   PIC X(2)   value spaces.
               05   PIC X(09)   value "EIN".
               05   PIC X(2)   value spaces.
               05   PIC X(30)   value "Legal Name".
               05   PIC X(2)   value spaces.
               05   PIC X(05)   value "Count".
               05   PIC X(2)   value spaces.
               05   PIC X(13)   value "  Qtr Gross".
               05   PIC X(2)   value spaces.
               05   PIC X(13)   value "  Excess".
               05   PIC X(2)   value spaces.
               05   PIC X(13)   value "  Taxable".
               05   PIC X(2)   value spaces.
               05   PIC X(06)   value "Rate".
               05   PIC X(2)   value spaces.
               05   PIC X(12)   value "Contribution".

               01  SumDetailLine.
                   05  SD-State                         PIC X(05).
               05   PIC X(2) value spaces.
                   05  SD-Company                       PIC X(04).
               05   PIC X(2) value spaces.
                   05  SD-EIN                           PIC 9(09).
               05   PIC X(2) value spaces.
                   05  SD-Legal-Name                    PIC X(30).
               05   PIC X(2) value spaces.
                   05  SD-Count                         PIC ZZZZ9.
               05   PIC X(2) value spaces.
               05  SD-Gross   PIC $Z(8)9.99.
               05   PIC X(2) value spaces.
               05  SD-Excess   PIC $Z(8)9.99.
               05   PIC X(2) value spaces.
               05  SD-Taxable   PIC $Z(8)9.99.
               05   PIC X(2) value spaces.
               05  SD-Rate   PIC 9.9999.
               05   PIC X(2) value spaces.
               05  SD-Contribution   PIC $Z(8)9.99.

               01  SumExceptionLine.
               05   PIC X(07)   value "*** No ".
               05   PIC X(26)   value "address/state on file for".
               05   PIC X(01)   value spaces.
                   05  SE-EmployeeNumber                PIC X(05).
               05   PIC X(01)   value spaces.
                   05  SE-EmployeeName                  PIC X(20).
               05   PIC X(02)   value spaces.
               05  SE-Gross   PIC $Z(8)9.99.
               05   PIC X(19)   value " not filed anywhere".

               01  SumFileCountLine.
               05   PIC X(23)   value "State files written:   ".
                   05  SF-File-Count                    PIC ZZ9.
               05   PIC X(5)   value spaces.
               05   PIC X(24)   value "Employees with no state:".
                   05  SF-No-State-Count                PIC ZZZZ9.

       Procedure Division.
           Initilization.
               PERFORM 050-Select-Report-Quarter
               PERFORM 600-FormatDate
               PERFORM 700-FormatTime
               PERFORM 100-Open-Files
               IF WS-Files-Ready
                   PERFORM 110-Seed-Sui-Rates
                   PERFORM 300-Write-Heading
                   SORT SuiSortFile
                       ON ASCENDING KEY SS-State
                                        SS-Company
                                        SS-EmployeeNumber
                       INPUT PROCEDURE IS 240-Build-Sort-Input
                       OUTPUT PROCEDURE IS 250-Write-State-Files
                   PERFORM 450-Write-Totals
               END-IF
               PERFORM 500-Close-Files.
               IF WS-Open-Failed
                   MOVE 16 TO RETURN-CODE
               ELSE
                   IF WS-No-State-Count > 0
                       MOVE 4 TO RETURN-CODE
                   END-IF
               END-IF
               STOP RUN.

           050-Select-Report-Quarter.
               ACCEPT WS-Command-Line-Param FROM COMMAND-LINE
               IF WS-Command-Line-Param(1:4) IS NUMERIC
                   MOVE WS-Command-Line-Param(1:4) TO WS-Report-Year
               END-IF
               IF WS-Command-Line-Param(6:1) IS NUMERIC
                   MOVE WS-Command-Line-Param(6:1)
                       TO WS-Report-Quarter
               END-IF.

           100-Open-Files.
               OPEN INPUT YtdAccumFile
               CALL "Validations" USING YtdAccum-Status, "SUIWAGE"
               OPEN INPUT PayrollReport
                   CALL "Validations" USING File_Status, "SUIWAGE"
               OPEN I-O SuiRateFile
               CALL "Validations" USING SuiRate-Status, "SUIWAGE"
               IF SuiRate-Status = "35"
                   OPEN OUTPUT SuiRateFile
                   CLOSE SuiRateFile
                   OPEN I-O SuiRateFile
               CALL "Validations" USING SuiRate-Status, "SUIWAGE"
               END-IF
               OPEN OUTPUT SuiSummaryFile
               CALL "Validations" USING SuiSumm-Status, "SUIWAGE"
               IF YtdAccum-Status NOT = "00"
                       OR File_Status NOT = "00"
                       OR SuiRate-Status NOT = "00"
                       OR SuiSumm-Status NOT = "00"
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
               OPEN INPUT EntityYtdFile
               IF EntityYtd-Status = "00"
                   SET WS-EntityYtd-Ready TO TRUE
               END-IF.

           110-Seed-Sui-Rates.
               OPEN INPUT SuiRateLoadFile
               IF WS-SuiRateLoad-Status = "00"
                   PERFORM 113-Read-SuiRate-Load-Record
                   PERFORM 114-Write-SuiRate-Load-Record
                       UNTIL WS-SuiRateLoad-Status NOT = "00"
                   CLOSE SuiRateLoadFile
               END-IF.

           113-Read-SuiRate-Load-Record.
               READ SuiRateLoadFile
                   AT END
                       MOVE "10" TO WS-SuiRateLoad-Status
               END-READ.

           114-Write-SuiRate-Load-Record.
               MOVE SL-State TO SR-State
               MOVE SL-Wage-Base TO SR-Wage-Base
               MOVE SL-Rate TO SR-Rate
               WRITE SuiRateRecord
                   INVALID KEY
                       REWRITE SuiRateRecord
                           INVALID KEY
                               CONTINUE
                       END-REWRITE
               END-WRITE
               PERFORM 113-Read-SuiRate-Load-Record.

           200-Read-Records.
               READ YtdAccumFile NEXT RECORD
                   AT END
                       SET WS-Eof TO TRUE
               END-READ.

           240-Build-Sort-Input.
               PERFORM 200-Read-Records
               PERFORM 245-Release-One-Employee
                   UNTIL WS-Eof
               IF WS-EntityYtd-Ready
                   SET WS-Ey-Not-Eof TO TRUE
                   PERFORM 241-Read-Close-Out
                   PERFORM 242-Release-One-Close-Out
                       UNTIL WS-Ey-Eof
               END-IF.

           241-Read-Close-Out.
               READ EntityYtdFile NEXT RECORD
                   AT END
                       SET WS-Ey-Eof TO TRUE
               END-READ.

           242-Release-One-Close-Out.
               IF EY-Year = WS-Report-Year
                       AND EY-Qtr-Gross (WS-Report-Quarter) NOT = 0
                   MOVE EY-EmployeeNumber TO WS-Sui-EmployeeNumber
                   PERFORM 243-Load-Close-Out-Quarter
                       VARYING WS-Qtr-Idx FROM 1 BY 1
                       UNTIL WS-Qtr-Idx > 4
                   PERFORM 246-Find-Employee
                   MOVE EY-Company-Code TO SS-Company
                   PERFORM 247-Compute-Sui-Wages
                   RELEASE SuiSortRecord
               END-IF
               PERFORM 241-Read-Close-Out.

           243-Load-Close-Out-Quarter.
               MOVE EY-Qtr-Gross (WS-Qtr-Idx)
                   TO WS-Sui-Qtr-Gross (WS-Qtr-Idx).

           244-Load-Ytd-Quarter.
               MOVE YT-Qtr-Gross (WS-Qtr-Idx)
                   TO WS-Sui-Qtr-Gross (WS-Qtr-Idx).

           245-Release-One-Employee.
               IF YT-Year = WS-Report-Year
                       AND YT-Qtr-Gross (WS-Report-Quarter) NOT = 0
                   MOVE YT-EmployeeNumber TO WS-Sui-EmployeeNumber
                   PERFORM 244-Load-Ytd-Quarter
                       VARYING WS-Qtr-Idx FROM 1 BY 1
                       UNTIL WS-Qtr-Idx > 4
                   PERFORM 246-Find-Employee
                   PERFORM 247-Compute-Sui-Wages
                   RELEASE SuiSortRecord
               END-IF
               PERFORM 200-Read-Records.

           246-Find-Employee.
               INITIALIZE EmployeeRecords
               MOVE "*NOT ON PAYROLL FILE" TO EmployeeName
               MOVE WS-Sui-EmployeeNumber TO PR-EmployeeNumber
               READ PayrollReport
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE EmployeeRecord TO EmployeeRecords
                       CALL "SsnVault" USING "DECODE",
                           SocialSecurityNumber, "SUIWAGE     ",
                           "BATCH   ", EmployeeNumber
               END-READ
               MOVE WS-Unknown-State TO SS-State
               IF WS-Addr-Ready
                   MOVE WS-Sui-EmployeeNumber TO AD-EmployeeNumber
                   READ EmployeeAddrFile
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF AD-State NOT = SPACES
                               MOVE AD-State TO SS-State
                           END-IF
                   END-READ
               END-IF
               MOVE CompanyCode TO SS-Company
               MOVE WS-Sui-EmployeeNumber TO SS-EmployeeNumber
               MOVE EmployeeName TO SS-EmployeeName
               MOVE SocialSecurityNumber TO SS-SSN.

           247-Compute-Sui-Wages.
               MOVE WS-Sui-Qtr-Gross (WS-Report-Quarter)
                   TO SS-Qtr-Gross
               MOVE 0 TO WS-Prior-Qtr-Gross
               PERFORM 248-Add-Prior-Quarter
                   VARYING WS-Qtr-Idx FROM 1 BY 1
                   UNTIL WS-Qtr-Idx >= WS-Report-Quarter
               MOVE 0 TO SR-Wage-Base
               MOVE 0 TO SR-Rate
               MOVE SS-State TO SR-State
               READ SuiRateFile
                   INVALID KEY
                       CONTINUE
               END-READ
               MOVE SR-Rate TO SS-Rate
               IF SR-Wage-Base = 0
                   MOVE SS-Qtr-Gross TO SS-Taxable-Wages
               ELSE
                   COMPUTE WS-Base-Room =
                       SR-Wage-Base - WS-Prior-Qtr-Gross
                   IF WS-Base-Room < 0
                       MOVE 0 TO WS-Base-Room
                   END-IF
                   IF WS-Base-Room < SS-Qtr-Gross
                       MOVE WS-Base-Room TO SS-Taxable-Wages
                   ELSE
                       MOVE SS-Qtr-Gross TO SS-Taxable-Wages
                   END-IF
               END-IF
               COMPUTE SS-Excess-Wages =
                   SS-Qtr-Gross - SS-Taxable-Wages.

           248-Add-Prior-Quarter.
               ADD WS-Sui-Qtr-Gross (WS-Qtr-Idx) TO WS-Prior-Qtr-Gross.

           250-Write-State-Files.
               SET WS-Sort-Not-Eof TO TRUE
               INITIALIZE WS-Company-Totals WS-State-Totals
                   WS-Grand-Totals
               PERFORM 255-Return-One-Record
               PERFORM 260-Process-With-Breaks
                   UNTIL WS-Sort-Eof
               PERFORM 270-End-Company-Break
               PERFORM 275-End-State-Break.

           255-Return-One-Record.
               RETURN SuiSortFile
                   AT END
                       SET WS-Sort-Eof TO TRUE
               END-RETURN.

           260-Process-With-Breaks.
               IF WS-Previous-State NOT = SPACES
                       AND SS-State NOT = WS-Previous-State
                   PERFORM 270-End-Company-Break
                   PERFORM 275-End-State-Break
               END-IF
               IF WS-Previous-Company NOT = SPACES
                       AND SS-Company NOT = WS-Previous-Company
                   PERFORM 270-End-Company-Break
               END-IF
               IF WS-Previous-State = SPACES
                   MOVE SS-State TO WS-Previous-State
                   IF SS-State NOT = WS-Unknown-State
                       PERFORM 280-Open-State-File
                   END-IF
               END-IF
               IF WS-Previous-Company = SPACES
                   MOVE SS-Company TO WS-Previous-Company
                   PERFORM 285-Find-Company
               END-IF
               IF SS-State = WS-Unknown-State
                   PERFORM 265-Write-No-State-Exception
               ELSE
                   PERFORM 262-Write-Wage-Record
               END-IF
               PERFORM 255-Return-One-Record.

           262-Write-Wage-Record.
               MOVE SS-State TO SW-State
               MOVE WS-Report-Year TO SW-Year
               MOVE WS-Report-Quarter TO SW-Quarter
               MOVE CM-EIN TO SW-EIN
               MOVE SS-SSN TO SW-SSN
               MOVE SS-EmployeeName TO SW-EmployeeName
               MOVE SS-Qtr-Gross TO SW-Qtr-Gross
               MOVE SS-Excess-Wages TO SW-Excess-Wages
               MOVE SS-Taxable-Wages TO SW-Taxable-Wages
               WRITE SuiSubmissionLine FROM SuiWageRecord
               COMPUTE WS-Contribution ROUNDED =
                   SS-Taxable-Wages * SS-Rate
               MOVE SS-Rate TO WS-Previous-Rate
               IF SS-EmployeeNumber IS NUMERIC
                   MOVE SS-EmployeeNumber TO WS-Hash-Number
                   ADD WS-Hash-Number TO WS-St-Hash
               END-IF
               ADD 1 TO WS-Co-Count
               ADD SS-Qtr-Gross TO WS-Co-Gross
               ADD SS-Excess-Wages TO WS-Co-Excess
               ADD SS-Taxable-Wages TO WS-Co-Taxable
               ADD WS-Contribution TO WS-Co-Contribution.

           265-Write-No-State-Exception.
               ADD 1 TO WS-No-State-Count
               MOVE SS-EmployeeNumber TO SE-EmployeeNumber
               MOVE SS-EmployeeName TO SE-EmployeeName
               MOVE SS-Qtr-Gross TO SE-Gross
               MOVE SPACES TO SuiSummPrintLine
               WRITE SuiSummPrintLine FROM SumExceptionLine
                   AFTER ADVANCING 1.

           270-End-Company-Break.
               IF WS-Previous-Company NOT = SPACES
                   IF WS-Co-Count > 0
                       MOVE WS-Previous-State TO SD-State
                       MOVE WS-Previous-Company TO SD-Company
                       MOVE CM-EIN TO SD-EIN
                       MOVE CM-Legal-Name TO SD-Legal-Name
                       MOVE WS-Co-Count TO SD-Count
                       MOVE WS-Co-Gross TO SD-Gross
                       MOVE WS-Co-Excess TO SD-Excess
                       MOVE WS-Co-Taxable TO SD-Taxable
                       MOVE WS-Previous-Rate TO SD-Rate
                       MOVE WS-Co-Contribution TO SD-Contribution
                       MOVE SPACES TO SuiSummPrintLine
                       WRITE SuiSummPrintLine FROM SumDetailLine
                           AFTER ADVANCING 1
                   END-IF
                   ADD WS-Co-Count TO WS-St-Count
                   ADD WS-Co-Gross TO WS-St-Gross
                   ADD WS-Co-Excess TO WS-St-Excess
                   ADD WS-Co-Taxable TO WS-St-Taxable
                   ADD WS-Co-Contribution TO WS-St-Contribution
                   INITIALIZE WS-Company-Totals
                   MOVE SPACES TO WS-Previous-Company
               END-IF.

           275-End-State-Break.
               IF WS-Previous-State NOT = SPACES
                   IF WS-Sui-File-Open
                       MOVE WS-Previous-State TO ST-State
                       MOVE WS-St-Count TO ST-Record-Count
                       MOVE WS-St-Gross TO ST-Total-Gross
                       MOVE WS-St-Excess TO ST-Total-Excess
                       MOVE WS-St-Taxable TO ST-Total-Taxable
                       WRITE SuiSubmissionLine FROM SuiTrailerRecord
                       CLOSE SuiSubmissionFile
                       SET WS-Sui-File-Closed TO TRUE
                       PERFORM 277-Register-State-File
                       MOVE WS-Previous-State TO SD-State
                       MOVE "TOTL" TO SD-Company
                       MOVE 0 TO SD-EIN
                       MOVE "State total" TO SD-Legal-Name
                       MOVE WS-St-Count TO SD-Count
                       MOVE WS-St-Gross TO SD-Gross
                       MOVE WS-St-Excess TO SD-Excess
                       MOVE WS-St-Taxable TO SD-Taxable
                       MOVE WS-Previous-Rate TO SD-Rate
                       MOVE WS-St-Contribution TO SD-Contribution
                       MOVE SPACES TO SuiSummPrintLine
                       WRITE SuiSummPrintLine FROM SumDetailLine
                           AFTER ADVANCING 1
                       MOVE SPACES TO SuiSummPrintLine
                       WRITE SuiSummPrintLine AFTER ADVANCING 1
                   END-IF
                   ADD WS-St-Count TO WS-Gr-Count
                   ADD WS-St-Gross TO WS-Gr-Gross
                   ADD WS-St-Excess TO WS-Gr-Excess
                   ADD WS-St-Taxable TO WS-Gr-Taxable
                   ADD WS-St-Contribution TO WS-Gr-Contribution
                   INITIALIZE WS-State-Totals
                   MOVE SPACES TO WS-Previous-State
               END-IF.

           277-Register-State-File.
               INITIALIZE IfaceRegRequest
               STRING "SUI" DELIMITED BY SIZE
                      WS-Previous-State DELIMITED BY SIZE
                   INTO IR-Interface-Id
               END-STRING
               MOVE WS-Sui-File-Name TO IR-File-Name
               MOVE "State UI agency" TO IR-Recipient
               MOVE "SUIWAGE" TO IR-Program
               MOVE WS-St-Count TO IR-Record-Count
               MOVE WS-St-Hash TO IR-Hash-Total
               MOVE WS-St-Gross TO IR-Dollar-Total
               CALL "IfaceRegister" USING IfaceRegRequest.

           280-Open-State-File.
               MOVE SPACES TO WS-Sui-File-Name
               STRING "SUIWAGE" DELIMITED BY SIZE
                      SS-State DELIMITED BY SIZE
                   INTO WS-Sui-File-Name
               END-STRING
               OPEN OUTPUT SuiSubmissionFile
               CALL "Validations" USING SuiOut-Status, "SUIWAGE"
               IF SuiOut-Status = "00"
                   SET WS-Sui-File-Open TO TRUE
                   ADD 1 TO WS-State-File-Count
                   MOVE SS-State TO SH-State
                   MOVE WS-Report-Year TO SH-Year
                   MOVE WS-Report-Quarter TO SH-Quarter
                   MOVE LK_Current_Date TO SH-Created-Date
                   WRITE SuiSubmissionLine FROM SuiHeaderRecord
               END-IF.

           285-Find-Company.
               MOVE 0 TO CM-EIN
               MOVE "*COMPANY NOT ON MASTER" TO CM-Legal-Name
               IF WS-CompMast-Ready
                   MOVE SS-Company TO CM-Company-Code
                   READ CompanyMasterFile
                       INVALID KEY
                           MOVE 0 TO CM-EIN
                           MOVE "*COMPANY NOT ON MASTER"
                               TO CM-Legal-Name
                   END-READ
               END-IF.

           300-Write-Heading.
               MOVE WS-Report-Year TO SH2-Year
               MOVE WS-Report-Quarter TO SH2-Quarter
               MOVE SPACES TO SuiSummPrintLine
               WRITE SuiSummPrintLine FROM HeaderMain
                   AFTER ADVANCING PAGE
               WRITE SuiSummPrintLine FROM SumHeading2 AFTER ADVANCING 1
               WRITE SuiSummPrintLine FROM HeaderMain3 AFTER ADVANCING 2
               WRITE SuiSummPrintLine FROM SumColumnHeadings
                   AFTER ADVANCING 2.

           450-Write-Totals.
               MOVE "ALL" TO SD-State
               MOVE "TOTL" TO SD-Company
               MOVE 0 TO SD-EIN
               MOVE "Grand total, all states" TO SD-Legal-Name
               MOVE WS-Gr-Count TO SD-Count
               MOVE WS-Gr-Gross TO SD-Gross
               MOVE WS-Gr-Excess TO SD-Excess
               MOVE WS-Gr-Taxable TO SD-Taxable
               MOVE 0 TO SD-Rate
               MOVE WS-Gr-Contribution TO SD-Contribution
               MOVE SPACES TO SuiSummPrintLine
               WRITE SuiSummPrintLine FROM SumDetailLine
                   AFTER ADVANCING 2
               MOVE WS-State-File-Count TO SF-File-Count
               MOVE WS-No-State-Count TO SF-No-State-Count
               MOVE SPACES TO SuiSummPrintLine
               WRITE SuiSummPrintLine FROM SumFileCountLine
                   AFTER ADVANCING 2.

           500-Close-Files.
               CLOSE YtdAccumFile
               CLOSE PayrollReport
               CLOSE SuiRateFile
               CLOSE SuiSummaryFile
               IF WS-Addr-Ready
                   CLOSE EmployeeAddrFile
               END-IF
               IF WS-CompMast-Ready
                   CLOSE CompanyMasterFile
               END-IF
               IF WS-EntityYtd-Ready
                   CLOSE EntityYtdFile
               END-IF.

           600-FormatDate.
               CALL "DateFormat" USING LK_Current_Date
               IF WS-Report-Year = 0
                   MOVE LK_Current_Year TO WS-Report-Year
               END-IF
               IF WS-Report-Quarter = 0
                   COMPUTE WS-Report-Quarter =
                       (LK_Current_Month + 2) / 3
               END-IF
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

               End Program SuiWageDetail.
