       Identification Division.
           Program-ID. FmlaTracking.
               Author. Anthony Downs.
               Installation.
               Date-Written. October 15, 2026.
               Date-Compiled.
               Security.

      * Family and Medical Leave Act case tracking.  Each employee may
      * have any number of FMLA cases on FmlaCaseFile (employee and a
      * case number), each with its reason, its start and end dates,
      * whether the leave is continuous or intermittent, and the hours
      * used against it.  The hours themselves are kept by date on
      * FmlaUsageFile so the entitlement can be measured over the
      * rolling 12 months looking back from any date.
      *
      * Cards on FmlaTrans drive the run:
      *     O  open a case      (type, mode, start date, expected end)
      *     U  record usage     (case, date, hours)
      *     C  close a case     (case, end date)
      * When a case is opened the employee's eligibility is decided
      * as of the start date: 12 months of service from HireDate and
      * 1,250 hours worked in the 12 months before the start month,
      * the hours taken from the months AcaTracking has recorded on
      * AcaMonthFile.  A case that fails either test is kept, marked
      * not eligible, and takes no usage.  Usage beyond the 480 hours
      * (12 weeks of 40 hours) available in the rolling 12 months is
      * not protected and is not recorded; the register shows it.
      *
      * Every case that has not had a notice gets an eligibility and
      * rights notice letter on FmlaNotice, addressed from
      * EmployeeAddrFile.  The FmlaRpt report lists the cards applied,
      * then each open case whose remaining entitlement is at or below
      * the warning level (80 hours, or hours in columns 10-12 of the
      * command line), with the date a continuous leave will run out,
      * and then every employee in leave status with no open case.
      * Columns 1-8 of the command line give the as-of date; the
      * default is today.
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

                   Select Optional AcaMonthFile assign to AcaMonth
                       File Status is AcaMonth-Status
                       Organization is Indexed
                       Access Mode is Dynamic
                       Record Key is AM-Key.

                   Select FmlaCaseFile assign to FmlaCase
                       File Status is FmlaCase-Status
                       Organization is Indexed
                       Access Mode is Dynamic
                       Record Key is FC-Key.

                   Select FmlaUsageFile assign to FmlaUsage
                       File Status is FmlaUsage-Status
                       Organization is Indexed
                       Access Mode is Dynamic
                       Record Key is FU-Key.

                   Select Optional FmlaTransFile assign to FmlaTrans
                       Organization is Line Sequential
                       File Status is FmlaTrans-Status.

                   Select FmlaReportFile assign to FmlaRpt
                       Organization is Line Sequential
                       File Status is FmlaRpt-Status.

                   Select FmlaNoticeFile assign to FmlaNotice
                       Organization is Line Sequential
                       File Status is FmlaNtc-Status.

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

               FD  AcaMonthFile.
                   01  AcaMonthRecord.
                       05  AM-Key.
                           10  AM-EmployeeNumber            PIC X(05).
                           10  AM-Month                     PIC 9(06).
                       05  AM-Company-Code                  PIC X(02).
                       05  AM-Hours                    PIC 9(03)V99.
                       05  AM-Hours-Source                  PIC X(01).
                       05  AM-Offered                       PIC X(01).
                       05  AM-Enrolled                      PIC X(01).
                       05  AM-Offer-Code                    PIC X(02).
                       05  AM-Employee-Share             PIC 9(04)V99.
                       05  AM-Dependents                    PIC 9(02).

               FD  FmlaCaseFile.
                   01  FmlaCaseRecord.
                       05  FC-Key.
                           10  FC-EmployeeNumber            PIC X(05).
                           10  FC-Case-Number               PIC 9(03).
                       05  FC-Case-Type                     PIC X(01).
                           88  FC-Own-Health                value "S".
                           88  FC-Family-Care               value "F".
                           88  FC-Birth-Bonding             value "B".
                           88  FC-Placement                 value "P".
                           88  FC-Military-Exigency         value "M".
                           88  FC-Valid-Type
                                   values "S" "F" "B" "P" "M".
                       05  FC-Leave-Mode                    PIC X(01).
                           88  FC-Continuous                value "C".
                           88  FC-Intermittent              value "I".
                       05  FC-Start-Date                    PIC 9(08).
                       05  FC-End-Date                      PIC 9(08).
                       05  FC-Status                        PIC X(01).
                           88  FC-Case-Open                 value "O".
                           88  FC-Case-Closed               value "C".
                       05  FC-Eligible                      PIC X(01).
                           88  FC-Is-Eligible               value "Y".
                           88  FC-Not-Eligible              value "N".
                       05  FC-Service-Months                PIC 9(03).
                       05  FC-Prior-Hours               PIC 9(05)V99.
                       05  FC-Hours-Used                PIC 9(04)V99.
                       05  FC-Opened-Date                   PIC 9(08).
                       05  FC-Notice-Date                   PIC 9(08).
                       05                                   PIC X(20).

               FD  FmlaUsageFile.
                   01  FmlaUsageRecord.
                       05  FU-Key.
                           10  FU-EmployeeNumber            PIC X(05).
                           10  FU-Usage-Date                PIC 9(08).
                           10  FU-Case-Number               PIC 9(03).
                       05  FU-Hours                     PIC 9(03)V99.
                       05  FU-Posted-Date                   PIC 9(08).
                       05                                   PIC X(11).

               FD  FmlaTransFile
                   Record Contains 40 characters.
                   01  FmlaTransRecord.
                       05  FT-Action                        PIC X(01).
                           88  FT-Open-Case                 value "O".
                           88  FT-Record-Usage              value "U".
                           88  FT-Close-Case                value "C".
                       05  FT-EmployeeNumber                PIC X(05).
                       05  FT-Case-Number                   PIC 9(03).
                       05  FT-Case-Type                     PIC X(01).
                       05  FT-Leave-Mode                    PIC X(01).
                       05  FT-Date                          PIC 9(08).
                       05  FT-End-Date                      PIC 9(08).
                       05  FT-Hours                     PIC 9(04)V99.
                       05                                   PIC X(07).

               FD  FmlaReportFile
                   Record Contains 132 characters.
                   01  FmlaPrintLine                       PIC X(132).

               FD  FmlaNoticeFile
                   Record Contains 132 characters.
                   01  FmlaNoticeLine                      PIC X(132).

           Working-Storage Section.
               COPY "Misc.cpy".
              COPY "WS_Date.cpy" REPLACING LEADING ==Prefix== BY ==LK==.
               COPY "HeaderMain.cpy".
               COPY "EmployeeRecord.cpy".

               01  EmpAddr-Status                      PIC X(02).
               01  AcaMonth-Status                     PIC X(02).
               01  FmlaCase-Status                     PIC X(02).
               01  FmlaUsage-Status                    PIC X(02).
               01  FmlaTrans-Status                    PIC X(02).
               01  FmlaRpt-Status                      PIC X(02).
               01  FmlaNtc-Status                      PIC X(02).

               01  WS-Open-Switch   PIC X(01)   value "Y".
                   88  WS-Files-Ready                       value "Y".
                   88  WS-Open-Failed                        value "N".
               01  WS-Addr-Switch   PIC X(01)   value "N".
                   88  WS-Addr-Ready                        value "Y".
                   88  WS-Addr-Not-Ready                    value "N".
               01  WS-AcaMonth-Switch   PIC X(01)   value "N".
                   88  WS-AcaMonth-Ready                    value "Y".
                   88  WS-AcaMonth-Not-Ready                value "N".
               01  WS-Trans-Switch   PIC X(01)   value "N".
                   88  WS-Trans-Ready                       value "Y".
                   88  WS-Trans-Not-Ready                   value "N".
               01  WS-Scan-Switch   PIC X(01)   value "N".
                   88  WS-Scan-Done                         value "Y".
                   88  WS-Scan-Not-Done                     value "N".
               01  WS-Sub-Scan-Switch   PIC X(01)   value "N".
                   88  WS-Sub-Scan-Done                     value "Y".
                   88  WS-Sub-Scan-Not-Done                 value "N".
               01  WS-Entry-Switch   PIC X(01)   value "Y".
                   88  WS-Entry-Valid                       value "Y".
                   88  WS-Entry-Invalid                     value "N".
               01  WS-Addr-Found-Switch   PIC X(01)   value "N".
                   88  WS-Addr-Found                        value "Y".
                   88  WS-Addr-Not-Found                    value "N".
               01  WS-Open-Case-Switch   PIC X(01)   value "N".
                   88  WS-Has-Open-Case                     value "Y".
                   88  WS-Has-No-Open-Case                  value "N".
               01  WS-Reject-Reason   PIC X(40)   value spaces.

               01  WS-Command-Line-Param   PIC X(40)   value spaces.
               01  WS-Today   PIC 9(08)   value 0.
               01  WS-As-Of-Date   PIC 9(08)   value 0.
               01  WS-Warn-Hours   PIC 9(03)   value 80.

               01  WS-Entitlement-Hours   PIC 9(04)V99   value 480.
               01  WS-Hours-Per-Week   PIC 9(02)V99   value 40.
               01  WS-Required-Months   PIC 9(03)   value 12.
               01  WS-Required-Hours   PIC 9(05)V99   value 1250.

               01  WS-Measure-Date   PIC 9(08)   value 0.
               01  WS-Window-Start   PIC 9(08)   value 0.
               01  WS-Rolling-Used   PIC 9(05)V99   value 0.
               01  WS-Remaining   PIC S9(05)V99   value 0.
               01  WS-Posted-Hours   PIC 9(04)V99   value 0.
               01  WS-Excess-Hours   PIC 9(04)V99   value 0.
               01  WS-Exhaust-Date   PIC 9(08)   value 0.
               01  WS-Exhaust-Days   PIC 9(05)   COMP value 0.

               01  WS-Start-Date   PIC 9(08)   value 0.
               01  WS-Start-Parts redefines WS-Start-Date.
                   05  WS-Start-Year                    PIC 9(04).
                   05  WS-Start-Month                   PIC 9(02).
                   05  WS-Start-Day                     PIC 9(02).
               01  WS-Service-Months   PIC S9(05)   value 0.
               01  WS-Prior-Hours   PIC 9(05)V99   value 0.
               01  WS-Measure-From   PIC 9(06)   value 0.
               01  WS-Measure-From-Parts redefines WS-Measure-From.
                   05  WS-Measure-From-Year             PIC 9(04).
                   05  WS-Measure-From-Month            PIC 9(02).
               01  WS-Measure-To   PIC 9(06)   value 0.
               01  WS-Measure-To-Parts redefines WS-Measure-To.
                   05  WS-Measure-To-Year               PIC 9(04).
                   05  WS-Measure-To-Month              PIC 9(02).
               01  WS-Next-Case-Number   PIC 9(03)   value 0.
               01  WS-Current-Employee   PIC X(05)   value spaces.

               01  WS-Applied-Count   PIC 9(05)   COMP value 0.
               01  WS-Rejected-Count   PIC 9(05)   COMP value 0.
               01  WS-Notice-Count   PIC 9(05)   COMP value 0.
               01  WS-Expiring-Count   PIC 9(05)   COMP value 0.
               01  WS-Uncovered-Count   PIC 9(05)   COMP value 0.

               01  FmlaHeading2.
               05   PIC X(17)   value spaces.
               05   PIC X(32)   value
                   "FMLA Case and Entitlement Report".
               05   PIC X(03)   value spaces.
               05   PIC X(07)   value "As of: ".
                   05  FH-As-Of-Date                   PIC 9(08).

               01  FmlaSectionLine.
               05   PIC X(01)   value spaces.
                   05  FS-Title                           PIC X(60).

               01  FmlaTransColumnHeadings.
               05   PIC X(03)   value "Act".
               05   PIC X(02)   value spaces.
               05   PIC X(10)   value "Emp Number".
               05   PIC X(02)   value spaces.
               05   PIC X(04)   value "Case".
               05   PIC X(02)   value spaces.
               05   PIC X(08)   value "Date    ".
               05   PIC X(02)   value spaces.
               05   PIC X(08)   value "   Hours".
               05   PIC X(02)   value spaces.
               05   PIC X(40)   value "Result".

               01  FmlaTransLine.
               05   PIC X(01)   value spaces.
                   05  FT-Line-Action                     PIC X(01).
               05   PIC X(03)   value spaces.
                   05  FT-Line-Employee                   PIC X(05).
               05   PIC X(07)   value spaces.
                   05  FT-Line-Case                       PIC 9(03).
               05   PIC X(03)   value spaces.
                   05  FT-Line-Date                       PIC 9(08).
               05   PIC X(02)   value spaces.
                   05  FT-Line-Hours                      PIC ZZZ9.99.
               05   PIC X(03)   value spaces.
                   05  FT-Line-Result                     PIC X(60).

               01  FmlaExpiringHeadings.
               05   PIC X(10)   value "Emp Number".
               05   PIC X(02)   value spaces.
               05   PIC X(20)   value "Employee Name".
               05   PIC X(02)   value spaces.
               05   PIC X(04)   value "Case".
               05   PIC X(02)   value spaces.
               05   PIC X(04)   value "Type".
               05   PIC X(02)   value spaces.
               05   PIC X(08)   value "Started ".
               05   PIC X(02)   value spaces.
               05   PIC X(09)   value "Used 12mo".
               05   PIC X(02)   value spaces.
               05   PIC X(09)   value "Remaining".
               05   PIC X(02)   value spaces.
               05   PIC X(10)   value "Runs Out".

               01  FmlaExpiringLine.
               05   PIC X(01)   value spaces.
                   05  FE-EmployeeNumber                  PIC X(05).
               05   PIC X(06)   value spaces.
                   05  FE-EmployeeName                    PIC X(20).
               05   PIC X(02)   value spaces.
                   05  FE-Case-Number                     PIC 9(03).
               05   PIC X(04)   value spaces.
                   05  FE-Case-Type                       PIC X(01).
                   05  FE-Leave-Mode                      PIC X(01).
               05   PIC X(03)   value spaces.
                   05  FE-Start-Date                      PIC 9(08).
               05   PIC X(02)   value spaces.
                   05  FE-Used                            PIC ZZZZ9.99.
               05   PIC X(03)   value spaces.
                   05  FE-Remaining                       PIC ZZZZ9.99-.
               05   PIC X(02)   value spaces.
                   05  FE-Runs-Out                        PIC X(10).

               01  FmlaUncoveredLine.
               05   PIC X(01)   value spaces.
                   05  FN-EmployeeNumber                  PIC X(05).
               05   PIC X(06)   value spaces.
                   05  FN-EmployeeName                    PIC X(20).
               05   PIC X(02)   value spaces.
               05   PIC X(40)   value
                   "in leave status with no open FMLA case".

               01  FmlaTotalLine.
               05   PIC X(09)   value "Applied: ".
                   05  FX-Applied                         PIC ZZZZ9.
               05   PIC X(03)   value spaces.
               05   PIC X(10)   value "Rejected: ".
                   05  FX-Rejected                        PIC ZZZZ9.
               05   PIC X(03)   value spaces.
               05   PIC X(09)   value "Notices: ".
                   05  FX-Notices                         PIC ZZZZ9.
               05   PIC X(03)   value spaces.
               05   PIC X(10)   value "Expiring: ".
                   05  FX-Expiring                        PIC ZZZZ9.
               05   PIC X(03)   value spaces.
               05   PIC X(16)   value "Leave, no case: ".
                   05  FX-Uncovered                       PIC ZZZZ9.

               01  NoticeTitleLine.
               05   PIC X(17)   value spaces.
               05   PIC X(46)   value
                   "Notice of Family and Medical Leave Eligibility".

               01  NoticeNameLine.
               05   PIC X(08)   value spaces.
                   05  NL-EmployeeName                    PIC X(20).
               05   PIC X(104)   value spaces.

               01  NoticeStreetLine.
               05   PIC X(08)   value spaces.
                   05  NL-Street                          PIC X(30).
               05   PIC X(94)   value spaces.

               01  NoticeCityLine.
               05   PIC X(08)   value spaces.
                   05  NL-City                            PIC X(20).
               05   PIC X(01)   value spaces.
                   05  NL-State                           PIC X(02).
               05   PIC X(01)   value spaces.
                   05  NL-Zip                             PIC X(10).
               05   PIC X(90)   value spaces.

               01  NoticeNoAddressLine.
               05   PIC X(08)   value spaces.
               05   PIC X(41)   value
                   "No mailing address on file - hand deliver".
               05   PIC X(83)   value spaces.

               01  NoticeSalutationLine.
               05   PIC X(05)   value "Dear ".
                   05  NS-EmployeeName                    PIC X(20).
               05   PIC X(01)   value ":".
               05   PIC X(106)   value spaces.

               01  NoticeRequestLine.
               05   PIC X(32)   value
                   "Your request for leave starting ".
               05  NR-Start-Date   PIC 9(04)/9(02)/9(02).
               05   PIC X(07)   value " (case ".
                   05  NR-Case-Number                     PIC 9(03).
               05   PIC X(02)   value ", ".
                   05  NR-Reason                          PIC X(28).
               05   PIC X(02)   value ", ".
                   05  NR-Mode                            PIC X(12).
               05   PIC X(02)   value ")".
               05   PIC X(34)   value spaces.

               01  NoticeEligibleLine1.
               05   PIC X(40)   value
                   "You are eligible for leave under the ".
               05   PIC X(34)   value
                   "Family and Medical Leave Act.".
               05   PIC X(58)   value spaces.

               01  NoticeEligibleLine2.
               05   PIC X(36)   value
                   "You may take up to 480 hours in any ".
               05   PIC X(33)   value
                   "12-month period; as of this date ".
               05   PIC X(09)   value "you have ".
                   05  NE-Remaining                       PIC ZZZ9.99.
               05   PIC X(17)   value " hours available.".
               05   PIC X(30)   value spaces.

               01  NoticeIneligibleLine.
               05   PIC X(50)   value
                   "You are not eligible for FMLA leave at this time: ".
                   05  NI-Reason                          PIC X(50).
               05   PIC X(32)   value spaces.

               01  NoticeServiceLine.
               05   PIC X(19)   value "Months of service: ".
                   05  NV-Service-Months                  PIC ZZ9.
               05   PIC X(05)   value spaces.
               05   PIC X(38)   value
                   "Hours worked in the prior 12 months: ".
                   05  NV-Prior-Hours                     PIC ZZ,ZZ9.99.
               05   PIC X(58)   value spaces.

               01  NoticeClosingLine.
               05   PIC X(40)   value
                   "Please contact the Payroll Department ".
               05   PIC X(92)   value "with any questions.".

               01  NoticeSignatureLine.
               05   PIC X(30)   value "Payroll Department, ".
               05   PIC X(102)   value spaces.

       Procedure Division.
           Initilization.
               PERFORM 600-FormatDate
               PERFORM 700-FormatTime
               PERFORM 050-Select-Run-Options
               PERFORM 100-Open-Files
               IF WS-Files-Ready
                   PERFORM 300-Write-Heading
                   IF WS-Trans-Ready
                       PERFORM 200-Read-Records
                       PERFORM 400-Apply-One-Card
                           UNTIL WS-Eof
                   END-IF
                   PERFORM 450-Print-Notices
                   PERFORM 470-Report-Expiring
                   PERFORM 480-Report-Uncovered-Leave
                   PERFORM 490-Write-Totals
               END-IF
               PERFORM 500-Close-Files.
               IF WS-Open-Failed
                   MOVE 16 TO RETURN-CODE
               ELSE
                   IF WS-Rejected-Count > 0
                       MOVE 4 TO RETURN-CODE
                   END-IF
               END-IF
               STOP RUN.

           050-Select-Run-Options.
               ACCEPT WS-Command-Line-Param FROM COMMAND-LINE
               MOVE WS-Today TO WS-As-Of-Date
               IF WS-Command-Line-Param(1:8) IS NUMERIC
                   MOVE WS-Command-Line-Param(1:8) TO WS-As-Of-Date
               END-IF
               IF WS-Command-Line-Param(10:3) IS NUMERIC
                   MOVE WS-Command-Line-Param(10:3) TO WS-Warn-Hours
               END-IF
               MOVE WS-As-Of-Date TO FH-As-Of-Date
               DISPLAY "FMLATRACK: as of " WS-As-Of-Date
                   " warning at " WS-Warn-Hours " hours".

           100-Open-Files.
               OPEN INPUT PayrollReport
                   CALL "Validations" USING File_Status, "FMLATRACK"
               OPEN I-O FmlaCaseFile
               IF FmlaCase-Status = "35"
                   OPEN OUTPUT FmlaCaseFile
                   CLOSE FmlaCaseFile
                   OPEN I-O FmlaCaseFile
               END-IF
               CALL "Validations" USING FmlaCase-Status, "FMLATRACK"
               OPEN I-O FmlaUsageFile
               IF FmlaUsage-Status = "35"
                   OPEN OUTPUT FmlaUsageFile
                   CLOSE FmlaUsageFile
                   OPEN I-O FmlaUsageFile
               END-IF
               CALL "Validations" USING FmlaUsage-Status, "FMLATRACK"
               OPEN OUTPUT FmlaReportFile
               CALL "Validations" USING FmlaRpt-Status, "FMLATRACK"
               OPEN OUTPUT FmlaNoticeFile
               CALL "Validations" USING FmlaNtc-Status, "FMLATRACK"
               IF File_Status NOT = "00"
                       OR FmlaCase-Status NOT = "00"
                       OR FmlaUsage-Status NOT = "00"
                       OR FmlaRpt-Status NOT = "00"
                       OR FmlaNtc-Status NOT = "00"
                   SET WS-Open-Failed TO TRUE
               END-IF
               OPEN INPUT EmployeeAddrFile
               IF EmpAddr-Status = "00"
                   SET WS-Addr-Ready TO TRUE
               END-IF
               OPEN INPUT AcaMonthFile
               IF AcaMonth-Status = "00"
                   SET WS-AcaMonth-Ready TO TRUE
               END-IF
               OPEN INPUT FmlaTransFile
               IF FmlaTrans-Status = "00"
                   SET WS-Trans-Ready TO TRUE
               END-IF.

           200-Read-Records.
               READ FmlaTransFile
                   AT END
                       SET WS-Eof TO TRUE
               END-READ.

           300-Write-Heading.
               MOVE "FMLA Tracking" TO HeaderReportTitle
               MOVE SPACES TO FmlaPrintLine
               WRITE FmlaPrintLine FROM HeaderMain
                   AFTER ADVANCING PAGE
               WRITE FmlaPrintLine FROM FmlaHeading2
                   AFTER ADVANCING 1
               WRITE FmlaPrintLine FROM HeaderMain3
                   AFTER ADVANCING 2
               MOVE "Cards applied" TO FS-Title
               WRITE FmlaPrintLine FROM FmlaSectionLine
                   AFTER ADVANCING 2
               WRITE FmlaPrintLine FROM FmlaTransColumnHeadings
                   AFTER ADVANCING 1.

      *****************************************************************
      * One FmlaTrans card.  Each is checked against the employee and
      * case files, applied if it passes, and listed on the register.
      *****************************************************************
           400-Apply-One-Card.
               SET WS-Entry-Valid TO TRUE
               MOVE SPACES TO WS-Reject-Reason
               MOVE 0 TO WS-Excess-Hours
               INITIALIZE EmployeeRecords
               MOVE FT-EmployeeNumber TO PR-EmployeeNumber
               READ PayrollReport
                   INVALID KEY
                       SET WS-Entry-Invalid TO TRUE
                       MOVE "Employee is not on the payroll file"
                           TO WS-Reject-Reason
                   NOT INVALID KEY
                       MOVE EmployeeRecord TO EmployeeRecords
               END-READ
               IF WS-Entry-Valid
                   IF FT-Date IS NOT NUMERIC OR FT-Date = 0
                       SET WS-Entry-Invalid TO TRUE
                       MOVE "Card date is missing"
                           TO WS-Reject-Reason
                   END-IF
               END-IF
               IF WS-Entry-Valid
                   EVALUATE TRUE
                       WHEN FT-Open-Case
                           PERFORM 410-Open-Case
                       WHEN FT-Record-Usage
                           PERFORM 430-Record-Usage
                       WHEN FT-Close-Case
                           PERFORM 440-Close-Case
                       WHEN OTHER
                           SET WS-Entry-Invalid TO TRUE
                           MOVE "Action must be O, U or C"
                               TO WS-Reject-Reason
                   END-EVALUATE
               END-IF
               MOVE FT-Action TO FT-Line-Action
               MOVE FT-EmployeeNumber TO FT-Line-Employee
               MOVE FT-Date TO FT-Line-Date
               IF FT-Hours IS NUMERIC
                   MOVE FT-Hours TO FT-Line-Hours
               ELSE
                   MOVE 0 TO FT-Line-Hours
               END-IF
               IF WS-Entry-Valid
                   ADD 1 TO WS-Applied-Count
                   MOVE FC-Case-Number TO FT-Line-Case
                   PERFORM 445-Describe-Applied-Card
               ELSE
                   ADD 1 TO WS-Rejected-Count
                   IF FT-Case-Number IS NUMERIC
                       MOVE FT-Case-Number TO FT-Line-Case
                   ELSE
                       MOVE 0 TO FT-Line-Case
                   END-IF
                   MOVE SPACES TO FT-Line-Result
                   STRING "REJECTED: " DELIMITED BY SIZE
                       WS-Reject-Reason DELIMITED BY SIZE
                       INTO FT-Line-Result
                   END-STRING
               END-IF
               MOVE SPACES TO FmlaPrintLine
               WRITE FmlaPrintLine FROM FmlaTransLine
                   AFTER ADVANCING 1
               PERFORM 200-Read-Records.

      *****************************************************************
      * Opening a case takes the next case number for the employee
      * and decides eligibility as of the start date.
      *****************************************************************
           410-Open-Case.
               MOVE FT-Case-Type TO FC-Case-Type
               IF NOT FC-Valid-Type
                   SET WS-Entry-Invalid TO TRUE
                   MOVE "Case type must be S, F, B, P or M"
                       TO WS-Reject-Reason
               END-IF
               IF WS-Entry-Valid
                       AND FT-Leave-Mode NOT = "C"
                       AND FT-Leave-Mode NOT = "I"
                   SET WS-Entry-Invalid TO TRUE
                   MOVE "Leave mode must be C or I"
                       TO WS-Reject-Reason
               END-IF
               IF WS-Entry-Valid AND Employee-Terminated
                   SET WS-Entry-Invalid TO TRUE
                   MOVE "Employee is terminated"
                       TO WS-Reject-Reason
               END-IF
               IF WS-Entry-Valid
                   PERFORM 412-Find-Next-Case-Number
                   MOVE FT-Date TO WS-Start-Date
                   PERFORM 415-Decide-Eligibility
                   INITIALIZE FmlaCaseRecord
                   MOVE FT-EmployeeNumber TO FC-EmployeeNumber
                   MOVE WS-Next-Case-Number TO FC-Case-Number
                   MOVE FT-Case-Type TO FC-Case-Type
                   MOVE FT-Leave-Mode TO FC-Leave-Mode
                   MOVE FT-Date TO FC-Start-Date
                   IF FT-End-Date IS NUMERIC
                       MOVE FT-End-Date TO FC-End-Date
                   END-IF
                   SET FC-Case-Open TO TRUE
                   IF WS-Service-Months NOT < WS-Required-Months
                           AND WS-Prior-Hours NOT < WS-Required-Hours
                       SET FC-Is-Eligible TO TRUE
                   ELSE
                       SET FC-Not-Eligible TO TRUE
                   END-IF
                   IF WS-Service-Months < 0
                       MOVE 0 TO FC-Service-Months
                   ELSE
                       MOVE WS-Service-Months TO FC-Service-Months
                   END-IF
                   MOVE WS-Prior-Hours TO FC-Prior-Hours
                   MOVE WS-Today TO FC-Opened-Date
                   WRITE FmlaCaseRecord
                       INVALID KEY
                           SET WS-Entry-Invalid TO TRUE
                           MOVE "Case could not be added"
                               TO WS-Reject-Reason
                   END-WRITE
               END-IF.

           412-Find-Next-Case-Number.
               MOVE 1 TO WS-Next-Case-Number
               MOVE FT-EmployeeNumber TO FC-EmployeeNumber
               MOVE 0 TO FC-Case-Number
               SET WS-Sub-Scan-Not-Done TO TRUE
               START FmlaCaseFile
                   KEY IS GREATER THAN OR EQUAL FC-Key
                   INVALID KEY
                       SET WS-Sub-Scan-Done TO TRUE
               END-START
               PERFORM 413-Read-Next-Case
                   UNTIL WS-Sub-Scan-Done.

           413-Read-Next-Case.
               READ FmlaCaseFile NEXT RECORD
                   AT END
                       SET WS-Sub-Scan-Done TO TRUE
                   NOT AT END
                       IF FC-EmployeeNumber NOT = FT-EmployeeNumber
                           SET WS-Sub-Scan-Done TO TRUE
                       ELSE
                           COMPUTE WS-Next-Case-Number =
                               FC-Case-Number + 1
                       END-IF
               END-READ.

      * Months of service run from HireDate to the leave start; a
      * month counts once its day of the month has been reached.  The
      * hours are the AcaMonth hours of the 12 months before the start
      * month.
           415-Decide-Eligibility.
               MOVE 0 TO WS-Service-Months
               IF HD-Date-Numeric IS NUMERIC AND HD-Date-Numeric > 0
                   COMPUTE WS-Service-Months =
                       (WS-Start-Year - HD-Year) * 12
                           + WS-Start-Month - HD-Month
                   IF WS-Start-Day < HD-Day
                       SUBTRACT 1 FROM WS-Service-Months
                   END-IF
               END-IF
               MOVE 0 TO WS-Prior-Hours
               IF WS-AcaMonth-Ready
                   MOVE WS-Start-Year TO WS-Measure-To-Year
                   MOVE WS-Start-Month TO WS-Measure-To-Month
                   IF WS-Measure-To-Month = 1
                       MOVE 12 TO WS-Measure-To-Month
                       SUBTRACT 1 FROM WS-Measure-To-Year
                   ELSE
                       SUBTRACT 1 FROM WS-Measure-To-Month
                   END-IF
                   MOVE WS-Start-Month TO WS-Measure-From-Month
                   COMPUTE WS-Measure-From-Year = WS-Start-Year - 1
                   MOVE FT-EmployeeNumber TO AM-EmployeeNumber
                   MOVE WS-Measure-From TO AM-Month
                   SET WS-Sub-Scan-Not-Done TO TRUE
                   START AcaMonthFile
                       KEY IS GREATER THAN OR EQUAL AM-Key
                       INVALID KEY
                           SET WS-Sub-Scan-Done TO TRUE
                   END-START
                   PERFORM 417-Add-One-Month
                       UNTIL WS-Sub-Scan-Done
               END-IF.

           417-Add-One-Month.
               READ AcaMonthFile NEXT RECORD
                   AT END
                       SET WS-Sub-Scan-Done TO TRUE
                   NOT AT END
                       IF AM-EmployeeNumber NOT = FT-EmployeeNumber
                               OR AM-Month > WS-Measure-To
                           SET WS-Sub-Scan-Done TO TRUE
                       ELSE
                           ADD AM-Hours TO WS-Prior-Hours
                       END-IF
               END-READ.

      *****************************************************************
      * Usage is protected only up to what remains of the 480 hours
      * in the 12 months ending on the usage date.
      *****************************************************************
           430-Record-Usage.
               PERFORM 435-Find-Case
               IF WS-Entry-Valid
                   EVALUATE TRUE
                       WHEN NOT FC-Case-Open
                           SET WS-Entry-Invalid TO TRUE
                           MOVE "Case is closed"
                               TO WS-Reject-Reason
                       WHEN FC-Not-Eligible
                           SET WS-Entry-Invalid TO TRUE
                           MOVE "Employee was not eligible for case"
                               TO WS-Reject-Reason
                       WHEN FT-Date < FC-Start-Date
                           SET WS-Entry-Invalid TO TRUE
                           MOVE "Usage date is before the case start"
                               TO WS-Reject-Reason
                       WHEN FT-Hours IS NOT NUMERIC OR FT-Hours = 0
                           SET WS-Entry-Invalid TO TRUE
                           MOVE "Usage hours are missing"
                               TO WS-Reject-Reason
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
               END-IF
               IF WS-Entry-Valid
                   MOVE FT-Date TO WS-Measure-Date
                   PERFORM 460-Compute-Rolling-Usage
                   MOVE FT-Hours TO WS-Posted-Hours
                   IF WS-Remaining < WS-Posted-Hours
                       IF WS-Remaining > 0
                           MOVE WS-Remaining TO WS-Posted-Hours
                       ELSE
                           MOVE 0 TO WS-Posted-Hours
                       END-IF
                       COMPUTE WS-Excess-Hours =
                           FT-Hours - WS-Posted-Hours
                   END-IF
                   IF WS-Posted-Hours = 0
                       SET WS-Entry-Invalid TO TRUE
                       MOVE "Entitlement is exhausted"
                           TO WS-Reject-Reason
                   END-IF
               END-IF
               IF WS-Entry-Valid
                   PERFORM 437-Post-Usage
               END-IF.

           435-Find-Case.
               IF FT-Case-Number IS NOT NUMERIC
                   SET WS-Entry-Invalid TO TRUE
                   MOVE "Case number is missing"
                       TO WS-Reject-Reason
               ELSE
                   MOVE FT-EmployeeNumber TO FC-EmployeeNumber
                   MOVE FT-Case-Number TO FC-Case-Number
                   READ FmlaCaseFile
                       INVALID KEY
                           SET WS-Entry-Invalid TO TRUE
                           MOVE "No such FMLA case for employee"
                               TO WS-Reject-Reason
                   END-READ
               END-IF.

           437-Post-Usage.
               MOVE FT-EmployeeNumber TO FU-EmployeeNumber
               MOVE FT-Date TO FU-Usage-Date
               MOVE FT-Case-Number TO FU-Case-Number
               READ FmlaUsageFile
                   INVALID KEY
                       MOVE WS-Posted-Hours TO FU-Hours
                       MOVE WS-Today TO FU-Posted-Date
                       WRITE FmlaUsageRecord
                           INVALID KEY
                               CONTINUE
                       END-WRITE
                   NOT INVALID KEY
                       ADD WS-Posted-Hours TO FU-Hours
                       MOVE WS-Today TO FU-Posted-Date
                       REWRITE FmlaUsageRecord
                           INVALID KEY
                               CONTINUE
                       END-REWRITE
               END-READ
               ADD WS-Posted-Hours TO FC-Hours-Used
               REWRITE FmlaCaseRecord
                   INVALID KEY
                       CONTINUE
               END-REWRITE.

           440-Close-Case.
               PERFORM 435-Find-Case
               IF WS-Entry-Valid AND NOT FC-Case-Open
                   SET WS-Entry-Invalid TO TRUE
                   MOVE "Case is already closed"
                       TO WS-Reject-Reason
               END-IF
               IF WS-Entry-Valid AND FT-Date < FC-Start-Date
                   SET WS-Entry-Invalid TO TRUE
                   MOVE "End date is before the case start"
                       TO WS-Reject-Reason
               END-IF
               IF WS-Entry-Valid
                   MOVE FT-Date TO FC-End-Date
                   SET FC-Case-Closed TO TRUE
                   REWRITE FmlaCaseRecord
                       INVALID KEY
                           CONTINUE
                   END-REWRITE
               END-IF.

           445-Describe-Applied-Card.
               MOVE SPACES TO FT-Line-Result
               EVALUATE TRUE
                   WHEN FT-Open-Case AND FC-Is-Eligible
                       MOVE "Case opened - eligible"
                           TO FT-Line-Result
                   WHEN FT-Open-Case
                       MOVE "Case opened - NOT ELIGIBLE"
                           TO FT-Line-Result
                   WHEN FT-Close-Case
                       MOVE "Case closed" TO FT-Line-Result
                   WHEN WS-Excess-Hours > 0
                       MOVE WS-Posted-Hours TO FT-Line-Hours
                       MOVE "Recorded to limit; excess unprotected"
                           TO FT-Line-Result
                   WHEN OTHER
                       MOVE "Usage recorded" TO FT-Line-Result
               END-EVALUATE.

      *****************************************************************
      * Notice letters, one page each, for every case not yet noticed.
      *****************************************************************
           450-Print-Notices.
               MOVE LOW-VALUES TO FC-Key
               SET WS-Scan-Not-Done TO TRUE
               START FmlaCaseFile
                   KEY IS GREATER THAN OR EQUAL FC-Key
                   INVALID KEY
                       SET WS-Scan-Done TO TRUE
               END-START
               PERFORM 452-Notice-One-Case
                   UNTIL WS-Scan-Done.

           452-Notice-One-Case.
               READ FmlaCaseFile NEXT RECORD
                   AT END
                       SET WS-Scan-Done TO TRUE
                   NOT AT END
                       IF FC-Notice-Date = 0
                           PERFORM 455-Write-Notice
                           MOVE WS-Today TO FC-Notice-Date
                           REWRITE FmlaCaseRecord
                               INVALID KEY
                                   CONTINUE
                           END-REWRITE
                           ADD 1 TO WS-Notice-Count
                       END-IF
               END-READ.

           455-Write-Notice.
               INITIALIZE EmployeeRecords
               MOVE FC-EmployeeNumber TO PR-EmployeeNumber
               READ PayrollReport
                   INVALID KEY
                       MOVE FC-EmployeeNumber TO EmployeeName
                   NOT INVALID KEY
                       MOVE EmployeeRecord TO EmployeeRecords
               END-READ
               MOVE "FMLA Notice" TO HeaderReportTitle
               MOVE SPACES TO FmlaNoticeLine
               WRITE FmlaNoticeLine FROM HeaderMain
                   AFTER ADVANCING PAGE
               WRITE FmlaNoticeLine FROM NoticeTitleLine
                   AFTER ADVANCING 1
               WRITE FmlaNoticeLine FROM HeaderMain3
                   AFTER ADVANCING 2
               PERFORM 456-Write-Address-Block
               MOVE EmployeeName TO NS-EmployeeName
               WRITE FmlaNoticeLine FROM NoticeSalutationLine
                   AFTER ADVANCING 3
               MOVE FC-Start-Date TO NR-Start-Date
               MOVE FC-Case-Number TO NR-Case-Number
               EVALUATE TRUE
                   WHEN FC-Own-Health
                       MOVE "own serious health condition"
                           TO NR-Reason
                   WHEN FC-Family-Care
                       MOVE "care of a family member" TO NR-Reason
                   WHEN FC-Birth-Bonding
                       MOVE "birth and bonding" TO NR-Reason
                   WHEN FC-Placement
                       MOVE "adoption or foster placement"
                           TO NR-Reason
                   WHEN OTHER
                       MOVE "qualifying military exigency"
                           TO NR-Reason
               END-EVALUATE
               IF FC-Intermittent
                   MOVE "intermittent" TO NR-Mode
               ELSE
                   MOVE "continuous" TO NR-Mode
               END-IF
               WRITE FmlaNoticeLine FROM NoticeRequestLine
                   AFTER ADVANCING 2
               MOVE "has been reviewed." TO FmlaNoticeLine
               WRITE FmlaNoticeLine
                   AFTER ADVANCING 1
               IF FC-Is-Eligible
                   MOVE FC-Start-Date TO WS-Measure-Date
                   IF WS-As-Of-Date > WS-Measure-Date
                       MOVE WS-As-Of-Date TO WS-Measure-Date
                   END-IF
                   PERFORM 460-Compute-Rolling-Usage
                   IF WS-Remaining < 0
                       MOVE 0 TO WS-Remaining
                   END-IF
                   MOVE WS-Remaining TO NE-Remaining
                   MOVE SPACES TO FmlaNoticeLine
                   WRITE FmlaNoticeLine FROM NoticeEligibleLine1
                       AFTER ADVANCING 2
                   WRITE FmlaNoticeLine FROM NoticeEligibleLine2
                       AFTER ADVANCING 1
               ELSE
                   IF FC-Service-Months < WS-Required-Months
                       MOVE "fewer than 12 months of service"
                           TO NI-Reason
                   ELSE
                       MOVE "fewer than 1,250 hours in the prior year"
                           TO NI-Reason
                   END-IF
                   MOVE SPACES TO FmlaNoticeLine
                   WRITE FmlaNoticeLine FROM NoticeIneligibleLine
                       AFTER ADVANCING 2
               END-IF
               MOVE FC-Service-Months TO NV-Service-Months
               MOVE FC-Prior-Hours TO NV-Prior-Hours
               MOVE SPACES TO FmlaNoticeLine
               WRITE FmlaNoticeLine FROM NoticeServiceLine
                   AFTER ADVANCING 2
               WRITE FmlaNoticeLine FROM NoticeClosingLine
                   AFTER ADVANCING 2
               MOVE HeaderCompanyName
                   TO NoticeSignatureLine (21:30)
               WRITE FmlaNoticeLine FROM NoticeSignatureLine
                   AFTER ADVANCING 3
               MOVE "FMLA Tracking" TO HeaderReportTitle.

           456-Write-Address-Block.
               MOVE EmployeeName TO NL-EmployeeName
               MOVE SPACES TO FmlaNoticeLine
               WRITE FmlaNoticeLine FROM NoticeNameLine
                   AFTER ADVANCING 3
               SET WS-Addr-Not-Found TO TRUE
               IF WS-Addr-Ready
                   MOVE FC-EmployeeNumber TO AD-EmployeeNumber
                   READ EmployeeAddrFile
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           SET WS-Addr-Found TO TRUE
                           MOVE AD-Street TO NL-Street
                           MOVE AD-City TO NL-City
                           MOVE AD-State TO NL-State
                           MOVE AD-Zip TO NL-Zip
                           WRITE FmlaNoticeLine FROM NoticeStreetLine
                               AFTER ADVANCING 1
                           WRITE FmlaNoticeLine FROM NoticeCityLine
                               AFTER ADVANCING 1
                   END-READ
               END-IF
               IF WS-Addr-Not-Found
                   WRITE FmlaNoticeLine FROM NoticeNoAddressLine
                       AFTER ADVANCING 1
               END-IF.

      *****************************************************************
      * Hours used by the employee, across all cases, in the 12
      * months ending on WS-Measure-Date, and what is left of the
      * entitlement.  FmlaCaseRecord is left as it was found.
      *****************************************************************
           460-Compute-Rolling-Usage.
               MOVE 0 TO WS-Rolling-Used
               COMPUTE WS-Window-Start =
                   FUNCTION DATE-OF-INTEGER(
                       FUNCTION INTEGER-OF-DATE(WS-Measure-Date) - 364)
               MOVE FC-EmployeeNumber TO WS-Current-Employee
               MOVE WS-Current-Employee TO FU-EmployeeNumber
               MOVE WS-Window-Start TO FU-Usage-Date
               MOVE 0 TO FU-Case-Number
               SET WS-Sub-Scan-Not-Done TO TRUE
               START FmlaUsageFile
                   KEY IS GREATER THAN OR EQUAL FU-Key
                   INVALID KEY
                       SET WS-Sub-Scan-Done TO TRUE
               END-START
               PERFORM 462-Add-One-Usage
                   UNTIL WS-Sub-Scan-Done
               COMPUTE WS-Remaining =
                   WS-Entitlement-Hours - WS-Rolling-Used.

           462-Add-One-Usage.
               READ FmlaUsageFile NEXT RECORD
                   AT END
                       SET WS-Sub-Scan-Done TO TRUE
                   NOT AT END
                       IF FU-EmployeeNumber NOT = WS-Current-Employee
                               OR FU-Usage-Date > WS-Measure-Date
                           SET WS-Sub-Scan-Done TO TRUE
                       ELSE
                           ADD FU-Hours TO WS-Rolling-Used
                       END-IF
               END-READ.

      *****************************************************************
      * Open, eligible cases whose remaining entitlement is at or
      * under the warning level.  A continuous leave runs out after
      * the remaining hours at 40 hours a week.
      *****************************************************************
           470-Report-Expiring.
               MOVE SPACES TO FmlaPrintLine
               MOVE "Open cases nearing the end of the entitlement"
                   TO FS-Title
               WRITE FmlaPrintLine FROM FmlaSectionLine
                   AFTER ADVANCING 3
               WRITE FmlaPrintLine FROM FmlaExpiringHeadings
                   AFTER ADVANCING 1
               MOVE LOW-VALUES TO FC-Key
               SET WS-Scan-Not-Done TO TRUE
               START FmlaCaseFile
                   KEY IS GREATER THAN OR EQUAL FC-Key
                   INVALID KEY
                       SET WS-Scan-Done TO TRUE
               END-START
               PERFORM 472-Check-One-Case
                   UNTIL WS-Scan-Done.

           472-Check-One-Case.
               READ FmlaCaseFile NEXT RECORD
                   AT END
                       SET WS-Scan-Done TO TRUE
                   NOT AT END
                       IF FC-Case-Open AND FC-Is-Eligible
                           MOVE WS-As-Of-Date TO WS-Measure-Date
                           PERFORM 460-Compute-Rolling-Usage
                           IF WS-Remaining NOT > WS-Warn-Hours
                               PERFORM 475-Write-Expiring-Line
                           END-IF
                       END-IF
               END-READ.

           475-Write-Expiring-Line.
               INITIALIZE EmployeeRecords
               MOVE FC-EmployeeNumber TO PR-EmployeeNumber
               READ PayrollReport
                   INVALID KEY
                       MOVE "*NOT ON PAYROLL FILE" TO EmployeeName
                   NOT INVALID KEY
                       MOVE EmployeeRecord TO EmployeeRecords
               END-READ
               MOVE FC-EmployeeNumber TO FE-EmployeeNumber
               MOVE EmployeeName TO FE-EmployeeName
               MOVE FC-Case-Number TO FE-Case-Number
               MOVE FC-Case-Type TO FE-Case-Type
               MOVE FC-Leave-Mode TO FE-Leave-Mode
               MOVE FC-Start-Date TO FE-Start-Date
               MOVE WS-Rolling-Used TO FE-Used
               MOVE WS-Remaining TO FE-Remaining
               MOVE SPACES TO FE-Runs-Out
               IF FC-Continuous
                   IF WS-Remaining > 0
                       COMPUTE WS-Exhaust-Days ROUNDED =
                           WS-Remaining / WS-Hours-Per-Week * 7
                       COMPUTE WS-Exhaust-Date =
                           FUNCTION DATE-OF-INTEGER(
                               FUNCTION INTEGER-OF-DATE(WS-As-Of-Date)
                                   + WS-Exhaust-Days)
                       MOVE WS-Exhaust-Date TO FE-Runs-Out
                   ELSE
                       MOVE "EXHAUSTED" TO FE-Runs-Out
                   END-IF
               END-IF
               MOVE SPACES TO FmlaPrintLine
               WRITE FmlaPrintLine FROM FmlaExpiringLine
                   AFTER ADVANCING 1
               ADD 1 TO WS-Expiring-Count.

      *****************************************************************
      * Employees carried in leave status without an open FMLA case,
      * so leave that may be FMLA-protected is not left unrecorded.
      *****************************************************************
           480-Report-Uncovered-Leave.
               MOVE SPACES TO FmlaPrintLine
               MOVE "Employees on leave with no open FMLA case"
                   TO FS-Title
               WRITE FmlaPrintLine FROM FmlaSectionLine
                   AFTER ADVANCING 3
               MOVE LOW-VALUES TO PR-EmployeeNumber
               SET WS-Scan-Not-Done TO TRUE
               START PayrollReport
                   KEY IS GREATER THAN OR EQUAL PR-EmployeeNumber
                   INVALID KEY
                       SET WS-Scan-Done TO TRUE
               END-START
               PERFORM 482-Check-One-Employee
                   UNTIL WS-Scan-Done.

           482-Check-One-Employee.
               READ PayrollReport NEXT RECORD
                   AT END
                       SET WS-Scan-Done TO TRUE
                   NOT AT END
                       MOVE EmployeeRecord TO EmployeeRecords
                       IF Employee-Leave
                           PERFORM 485-Find-Open-Case
                           IF WS-Has-No-Open-Case
                               MOVE EmployeeNumber
                                   TO FN-EmployeeNumber
                               MOVE EmployeeName TO FN-EmployeeName
                               MOVE SPACES TO FmlaPrintLine
                               WRITE FmlaPrintLine
                                   FROM FmlaUncoveredLine
                                   AFTER ADVANCING 1
                               ADD 1 TO WS-Uncovered-Count
                           END-IF
                       END-IF
               END-READ.

           485-Find-Open-Case.
               SET WS-Has-No-Open-Case TO TRUE
               MOVE EmployeeNumber TO FC-EmployeeNumber
               MOVE 0 TO FC-Case-Number
               SET WS-Sub-Scan-Not-Done TO TRUE
               START FmlaCaseFile
                   KEY IS GREATER THAN OR EQUAL FC-Key
                   INVALID KEY
                       SET WS-Sub-Scan-Done TO TRUE
               END-START
               PERFORM 487-Read-Employee-Case
                   UNTIL WS-Sub-Scan-Done.

           487-Read-Employee-Case.
               READ FmlaCaseFile NEXT RECORD
                   AT END
                       SET WS-Sub-Scan-Done TO TRUE
                   NOT AT END
                       IF FC-EmployeeNumber NOT = EmployeeNumber
                           SET WS-Sub-Scan-Done TO TRUE
                       ELSE
                           IF FC-Case-Open
                               SET WS-Has-Open-Case TO TRUE
                               SET WS-Sub-Scan-Done TO TRUE
                           END-IF
                       END-IF
               END-READ.

           490-Write-Totals.
               MOVE WS-Applied-Count TO FX-Applied
               MOVE WS-Rejected-Count TO FX-Rejected
               MOVE WS-Notice-Count TO FX-Notices
               MOVE WS-Expiring-Count TO FX-Expiring
               MOVE WS-Uncovered-Count TO FX-Uncovered
               MOVE SPACES TO FmlaPrintLine
               WRITE FmlaPrintLine FROM FmlaTotalLine
                   AFTER ADVANCING 3
               DISPLAY "FMLATRACK: applied " WS-Applied-Count
                   " rejected " WS-Rejected-Count
                   " notices " WS-Notice-Count
                   " expiring " WS-Expiring-Count.

           500-Close-Files.
               CLOSE PayrollReport
               CLOSE FmlaCaseFile
               CLOSE FmlaUsageFile
               CLOSE FmlaReportFile
               CLOSE FmlaNoticeFile
               IF WS-Addr-Ready
                   CLOSE EmployeeAddrFile
               END-IF
               IF WS-AcaMonth-Ready
                   CLOSE AcaMonthFile
               END-IF
               IF WS-Trans-Ready
                   CLOSE FmlaTransFile
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

               End Program FmlaTracking.
