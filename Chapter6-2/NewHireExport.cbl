       Identification Division.
           Program-ID. NewHireExport.
               Author. Anthony Downs.
               Installation.
               Date-Written. October 15, 2026.
               Date-Compiled.
               Security.

      * State new-hire directory reporting.  Every employee whose
      * HireDate falls within the reporting window is written to the
      * new-hire reporting file with SSN (decoded through SsnVault so
      * the access is logged), name, address from EmployeeAddrFile and
      * the employer EIN and legal name from CompanyMasterFile.  A
      * rehire is picked up the same way once Update mode has moved
      * HireDate to the rehire date.  The window starts a look-back
      * number of days before the last submission recorded on the
      * new-hire control file, so hires keyed in late are still found;
      * the sent-log keyed by employee and hire date keeps anyone from
      * being reported twice.  Hires with no address, SSN or company
      * on file are held back and listed on the register, and anyone
      * past the 20-day state deadline who has not gone out yet is
      * printed on the overdue list.  The as-of date may be passed on
      * the command line as "YYYYMMDD"; it defaults to today.
      * The submission file is entered on the outbound interface
      * register as NEWHIRE with the hire count and the sum of the
      * employee numbers sent as the hash total.
       Environment Division.
           Configuration Section.
               Special-Names.

           Input-Output Section.
               File-Control.
                   Select PayrollReport assign to PayRpt
                       File Status is File_Status
                       Organization is Indexed
                       Access Mode is Sequential
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

                   Select NewHireSentLogFile assign to NewHireLog
                       File Status is NewHireLog-Status
                       Organization is Indexed
                       Access Mode is Dynamic
                       Record Key is NL-Key.

                   Select NewHireControlFile assign to NewHireCtl
                       File Status is NewHireCtl-Status
                       Organization is Indexed
                       Access Mode is Dynamic
                       Record Key is NC-Control-Key.

                   Select NewHireSubmissionFile assign to NewHireOut
                       Organization is Line Sequential
                       File Status is NewHireOut-Status.

                   Select NewHireRegisterFile assign to NewHireRpt
                       Organization is Line Sequential
                       File Status is NewHireRpt-Status.

                   Select NewHireOverdueFile assign to NewHireOvd
                       Organization is Line Sequential
                       File Status is NewHireOvd-Status.

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

               FD  NewHireSentLogFile.
                   01  NewHireSentLogRecord.
                       05  NL-Key.
                           10  NL-EmployeeNumber            PIC X(05).
                           10  NL-Hire-Date                 PIC 9(08).
                       05  NL-Sent-Date                     PIC 9(08).
                       05  NL-Company-Code                  PIC X(02).
                       05  NL-Days-To-Report                PIC 9(05).

               FD  NewHireControlFile.
                   01  NewHireControlRecord.
                       05  NC-Control-Key                   PIC X(08).
                       05  NC-Last-Submission               PIC 9(08).
                       05  NC-Last-Count                    PIC 9(05).

               FD  NewHireSubmissionFile
                   Record Contains 150 characters.
                   01  NewHireSubmissionLine               PIC X(150).

               FD  NewHireRegisterFile
                   Record Contains 132 characters.
                   01  NewHireRptPrintLine                 PIC X(132).

               FD  NewHireOverdueFile
                   Record Contains 132 characters.
                   01  NewHireOvdPrintLine                 PIC X(132).

           Working-Storage Section.
               COPY "Misc.cpy".
              COPY "WS_Date.cpy" REPLACING LEADING ==Prefix== BY ==LK==.
               COPY "HeaderMain.cpy".
               COPY "EmployeeRecord.cpy".
               COPY "IfaceReg.cpy".

               01  EmpAddr-Status                      PIC X(02).
               01  CompMast-Status                     PIC X(02).
               01  NewHireLog-Status                   PIC X(02).
               01  NewHireCtl-Status                   PIC X(02).
               01  NewHireOut-Status                   PIC X(02).
               01  NewHireRpt-Status                   PIC X(02).
               01  NewHireOvd-Status                   PIC X(02).

               01  WS-Open-Switch   PIC X(01)   value "Y".
                   88  WS-Files-Ready                       value "Y".
                   88  WS-Open-Failed                        value "N".

               01  WS-Addr-Switch   PIC X(01)   value "N".
                   88  WS-Addr-Ready                        value "Y".
                   88  WS-Addr-Not-Ready                    value "N".
               01  WS-CompMast-Switch   PIC X(01)   value "N".
                   88  WS-CompMast-Ready                    value "Y".
                   88  WS-CompMast-Not-Ready                value "N".
               01  WS-Sent-Switch   PIC X(01)   value "N".
                   88  WS-Already-Sent                      value "Y".
                   88  WS-Not-Sent                          value "N".
               01  WS-Hold-Reason   PIC X(20)   value spaces.
                   88  WS-Not-Held                        value spaces.

               01  WS-Control-Key   PIC X(08)   value "NEWHIRE".
               01  WS-Command-Line-Param   PIC X(40)   value spaces.
               01  WS-As-Of-Date   PIC 9(08)   value 0.
               01  WS-As-Of-Integer   PIC 9(08)   COMP value 0.
               01  WS-Lookback-Days   PIC 9(03)   value 45.
               01  WS-Deadline-Days   PIC 9(03)   value 20.
               01  WS-Last-Submission   PIC 9(08)   value 0.
               01  WS-Window-Start   PIC 9(08)   value 0.
               01  WS-Days-Since-Hire   PIC S9(08)   COMP value 0.
               01  WS-Sent-Count   PIC 9(05)   COMP value 0.
               01  WS-Late-Count   PIC 9(05)   COMP value 0.
               01  WS-Held-Count   PIC 9(05)   COMP value 0.
               01  WS-Overdue-Count   PIC 9(05)   COMP value 0.
               01  WS-Sent-Hash   PIC 9(15)   value 0.
               01  WS-Hash-Number   PIC 9(05)   value 0.

               01  NewHireDetailRecord.
               05   PIC X(02)   value "W4".
                   05  NW-SSN                           PIC 9(09).
                   05  NW-EmployeeName                  PIC X(20).
                   05  NW-Street                        PIC X(30).
                   05  NW-City                          PIC X(20).
                   05  NW-State                         PIC X(02).
                   05  NW-Zip                           PIC X(10).
                   05  NW-Hire-Date                     PIC 9(08).
                   05  NW-EIN                           PIC 9(09).
                   05  NW-Legal-Name                    PIC X(30).
               05   PIC X(10)   value spaces.

               01  NewHireTrailerRecord.
               05   PIC X(02)   value "T4".
                   05  NT-Record-Count                  PIC 9(07).
                   05  NT-Created-Date                  PIC 9(08).
               05   PIC X(133)  value spaces.

               01  NewHireHeading2.
               05   PIC X(17)   value spaces.
               05   PIC X(30)   value "State New-Hire Reporting".
               05   PIC X(3)   value spaces.
               05   PIC X(07)   value "As of: ".
               05  NH2-As-Of-Date   PIC 9(04)/9(02)/9(02).
               05   PIC X(3)   value spaces.
               05   PIC X(14)   value "Window start: ".
               05  NH2-Window-Start   PIC 9(04)/9(02)/9(02).

               01  OverdueHeading2.
               05   PIC X(17)   value spaces.
               05   PIC X(30)   value "New Hires Past State Deadline".
               05   PIC X(3)   value spaces.
               05   PIC X(07)   value "As of: ".
               05  OH2-As-Of-Date   PIC 9(04)/9(02)/9(02).

               01  NewHireColumnHeadings.
               05   PIC X(10)   value "Emp Number".
               05   PIC X(2)   value spaces.
               05   PIC X(20)   value "Employee Name".
               05   PIC X(2)   value spaces.
               05   PIC X(02)   value "Co".
               05   PIC X(2)   value spaces.
               05   PIC X(02)   value "St".
               05   PIC X(2)   value spaces.
               05   PIC X(10)   value "Hire Date".
               05   PIC X(2)   value spaces.
               05   PIC X(04)   value "Days".
               05   PIC X(2)   value spaces.
               05   PIC X(10)   value "Status".
               05   PIC X(2)   value spaces.
               05   PIC X(20)   value "Hold Reason".

               01  NewHireDetailLine.
                   05  ND-EmployeeNumber                PIC X(10).
               05   PIC X(2) value spaces.
                   05  ND-EmployeeName                  PIC X(20).
               05   PIC X(2) value spaces.
                   05  ND-Company                       PIC X(02).
               05   PIC X(2) value spaces.
                   05  ND-State                         PIC X(02).
               05   PIC X(2) value spaces.
               05  ND-Hire-Date   PIC 9(04)/9(02)/9(02).
               05   PIC X(2) value spaces.
                   05  ND-Days                          PIC ZZZ9.
               05   PIC X(2) value spaces.
                   05  ND-Status-Word                   PIC X(10).
               05   PIC X(2) value spaces.
                   05  ND-Hold-Reason                   PIC X(20).

               01  NewHireTotalLine.
               05   PIC X(06)   value "Sent: ".
                   05  NT-Sent-Count                    PIC ZZZZ9.
               05   PIC X(3)   value spaces.
               05   PIC X(06)   value "Late: ".
                   05  NT-Late-Count                    PIC ZZZZ9.
               05   PIC X(3)   value spaces.
               05   PIC X(06)   value "Held: ".
                   05  NT-Held-Count                    PIC ZZZZ9.

               01  OverdueTotalLine.
               05   PIC X(25)   value "Overdue, not yet sent:   ".
                   05  OT-Overdue-Count                 PIC ZZZZ9.

       Procedure Division.
           Initilization.
               PERFORM 050-Select-As-Of-Date
               PERFORM 600-FormatDate
               PERFORM 700-FormatTime
               PERFORM 100-Open-Files
               IF WS-Files-Ready
                   PERFORM 150-Set-Reporting-Window
                   PERFORM 300-Write-Heading
                   PERFORM 200-Read-Records
                   PERFORM 400-Check-One-Employee
                       UNTIL WS-Eof
                   PERFORM 450-Write-Totals
                   PERFORM 460-Stamp-Control-Record
               END-IF
               PERFORM 500-Close-Files.
               IF WS-Open-Failed
                   MOVE 16 TO RETURN-CODE
               ELSE
                   IF WS-Overdue-Count > 0
                       MOVE 4 TO RETURN-CODE
                   END-IF
               END-IF
               STOP RUN.

           050-Select-As-Of-Date.
               ACCEPT WS-Command-Line-Param FROM COMMAND-LINE
               IF WS-Command-Line-Param(1:8) IS NUMERIC
                   MOVE WS-Command-Line-Param(1:8) TO WS-As-Of-Date
               END-IF.

           100-Open-Files.
               OPEN INPUT PayrollReport
                   CALL "Validations" USING File_Status, "NEWHIRE"
               OPEN I-O NewHireSentLogFile
               IF NewHireLog-Status = "35"
                   OPEN OUTPUT NewHireSentLogFile
                   CLOSE NewHireSentLogFile
                   OPEN I-O NewHireSentLogFile
               END-IF
               CALL "Validations" USING NewHireLog-Status, "NEWHIRE"
               OPEN I-O NewHireControlFile
               IF NewHireCtl-Status = "35"
                   OPEN OUTPUT NewHireControlFile
                   CLOSE NewHireControlFile
                   OPEN I-O NewHireControlFile
               END-IF
               CALL "Validations" USING NewHireCtl-Status, "NEWHIRE"
               OPEN OUTPUT NewHireSubmissionFile
               CALL "Validations" USING NewHireOut-Status, "NEWHIRE"
               OPEN OUTPUT NewHireRegisterFile
               CALL "Validations" USING NewHireRpt-Status, "NEWHIRE"
               OPEN OUTPUT NewHireOverdueFile
               CALL "Validations" USING NewHireOvd-Status, "NEWHIRE"
               IF File_Status NOT = "00"
                       OR NewHireLog-Status NOT = "00"
                       OR NewHireCtl-Status NOT = "00"
                       OR NewHireOut-Status NOT = "00"
                       OR NewHireRpt-Status NOT = "00"
                       OR NewHireOvd-Status NOT = "00"
                   SET WS-Open-Failed TO TRUE
               END-IF
               OPEN INPUT EmployeeAddrFile
               IF EmpAddr-Status = "00"
                   SET WS-Addr-Ready TO TRUE
               END-IF
               OPEN INPUT CompanyMasterFile
               IF CompMast-Status = "00"
                   SET WS-CompMast-Ready TO TRUE
               END-IF.

           150-Set-Reporting-Window.
               MOVE WS-Control-Key TO NC-Control-Key
               READ NewHireControlFile
                   INVALID KEY
                       MOVE WS-As-Of-Date TO WS-Last-Submission
                   NOT INVALID KEY
                       MOVE NC-Last-Submission TO WS-Last-Submission
               END-READ
               COMPUTE WS-Window-Start =
                   FUNCTION DATE-OF-INTEGER(
                       FUNCTION INTEGER-OF-DATE(WS-Last-Submission)
                           - WS-Lookback-Days)
               DISPLAY "NEWHIRE: last submission " WS-Last-Submission
                   " window start " WS-Window-Start.

           200-Read-Records.
               READ PayrollReport NEXT RECORD
                   AT END
                       SET WS-Eof TO TRUE
               END-READ.

           300-Write-Heading.
               MOVE WS-As-Of-Date TO NH2-As-Of-Date
               MOVE WS-Window-Start TO NH2-Window-Start
               MOVE WS-As-Of-Date TO OH2-As-Of-Date
               MOVE SPACES TO NewHireRptPrintLine
               WRITE NewHireRptPrintLine FROM HeaderMain
                   AFTER ADVANCING PAGE
               WRITE NewHireRptPrintLine FROM NewHireHeading2
                   AFTER ADVANCING 1
               WRITE NewHireRptPrintLine FROM HeaderMain3
                   AFTER ADVANCING 2
               WRITE NewHireRptPrintLine FROM NewHireColumnHeadings
                   AFTER ADVANCING 2
               MOVE SPACES TO NewHireOvdPrintLine
               WRITE NewHireOvdPrintLine FROM HeaderMain
                   AFTER ADVANCING PAGE
               WRITE NewHireOvdPrintLine FROM OverdueHeading2
                   AFTER ADVANCING 1
               WRITE NewHireOvdPrintLine FROM HeaderMain3
                   AFTER ADVANCING 2
               WRITE NewHireOvdPrintLine FROM NewHireColumnHeadings
                   AFTER ADVANCING 2.

           400-Check-One-Employee.
               MOVE EmployeeRecord TO EmployeeRecords
               IF HD-Date-Numeric IS NUMERIC
                       AND HD-Date-Numeric >= WS-Window-Start
                       AND HD-Date-Numeric <= WS-As-Of-Date
                   PERFORM 410-Check-Sent-Log
                   IF WS-Not-Sent
                       PERFORM 420-Report-One-Hire
                   END-IF
               END-IF
               PERFORM 200-Read-Records.

           410-Check-Sent-Log.
               MOVE EmployeeNumber TO NL-EmployeeNumber
               MOVE HD-Date-Numeric TO NL-Hire-Date
               READ NewHireSentLogFile
                   INVALID KEY
                       SET WS-Not-Sent TO TRUE
                   NOT INVALID KEY
                       SET WS-Already-Sent TO TRUE
               END-READ.

           420-Report-One-Hire.
               MOVE SPACES TO WS-Hold-Reason
               COMPUTE WS-Days-Since-Hire =
                   WS-As-Of-Integer
                       - FUNCTION INTEGER-OF-DATE(HD-Date-Numeric)
               PERFORM 425-Gather-Hire-Data
               MOVE EmployeeNumber TO ND-EmployeeNumber
               MOVE EmployeeName TO ND-EmployeeName
               MOVE CompanyCode TO ND-Company
               MOVE AD-State TO ND-State
               MOVE HD-Date-Numeric TO ND-Hire-Date
               MOVE WS-Days-Since-Hire TO ND-Days
               MOVE WS-Hold-Reason TO ND-Hold-Reason
               IF WS-Not-Held
                   PERFORM 430-Write-Hire-Record
               ELSE
                   MOVE "HELD" TO ND-Status-Word
                   ADD 1 TO WS-Held-Count
               END-IF
               MOVE SPACES TO NewHireRptPrintLine
               WRITE NewHireRptPrintLine FROM NewHireDetailLine
                   AFTER ADVANCING 1
               IF WS-Days-Since-Hire > WS-Deadline-Days
                       AND NOT WS-Not-Held
                   ADD 1 TO WS-Overdue-Count
                   MOVE "OVERDUE" TO ND-Status-Word
                   MOVE SPACES TO NewHireOvdPrintLine
                   WRITE NewHireOvdPrintLine FROM NewHireDetailLine
                       AFTER ADVANCING 1
               END-IF.

           425-Gather-Hire-Data.
               MOVE SPACES TO AD-Street AD-City AD-State AD-Zip
               IF WS-Addr-Ready
                   MOVE EmployeeNumber TO AD-EmployeeNumber
                   READ EmployeeAddrFile
                       INVALID KEY
                           MOVE SPACES TO AD-Street AD-City
                               AD-State AD-Zip
                   END-READ
               END-IF
               IF AD-Street = SPACES OR AD-State = SPACES
                   MOVE "NO ADDRESS ON FILE" TO WS-Hold-Reason
               END-IF
               MOVE 0 TO CM-EIN
               MOVE SPACES TO CM-Legal-Name
               IF WS-CompMast-Ready
                   MOVE CompanyCode TO CM-Company-Code
                   READ CompanyMasterFile
                       INVALID KEY
                           MOVE 0 TO CM-EIN
                           MOVE SPACES TO CM-Legal-Name
                   END-READ
               END-IF
               IF CM-EIN = 0
                   MOVE "NO COMPANY EIN" TO WS-Hold-Reason
               END-IF
               IF SocialSecurityNumber = 0
                   MOVE "NO SSN ON FILE" TO WS-Hold-Reason
               ELSE
                   CALL "SsnVault" USING "DECODE", SocialSecurityNumber,
                       "NEWHIREEXPT ", "BATCH   ", EmployeeNumber
               END-IF.

           430-Write-Hire-Record.
               MOVE SocialSecurityNumber TO NW-SSN
               MOVE EmployeeName TO NW-EmployeeName
               MOVE AD-Street TO NW-Street
               MOVE AD-City TO NW-City
               MOVE AD-State TO NW-State
               MOVE AD-Zip TO NW-Zip
               MOVE HD-Date-Numeric TO NW-Hire-Date
               MOVE CM-EIN TO NW-EIN
               MOVE CM-Legal-Name TO NW-Legal-Name
               WRITE NewHireSubmissionLine FROM NewHireDetailRecord
               MOVE EmployeeNumber TO NL-EmployeeNumber
               MOVE HD-Date-Numeric TO NL-Hire-Date
               MOVE WS-As-Of-Date TO NL-Sent-Date
               MOVE CompanyCode TO NL-Company-Code
               MOVE WS-Days-Since-Hire TO NL-Days-To-Report
               WRITE NewHireSentLogRecord
                   INVALID KEY
                       CONTINUE
               END-WRITE
               ADD 1 TO WS-Sent-Count
               IF EmployeeNumber IS NUMERIC
                   MOVE EmployeeNumber TO WS-Hash-Number
                   ADD WS-Hash-Number TO WS-Sent-Hash
               END-IF
               IF WS-Days-Since-Hire > WS-Deadline-Days
                   MOVE "SENT LATE" TO ND-Status-Word
                   ADD 1 TO WS-Late-Count
               ELSE
                   MOVE "SENT" TO ND-Status-Word
               END-IF.

           450-Write-Totals.
               MOVE WS-Sent-Count TO NT-Record-Count
               MOVE WS-As-Of-Date TO NT-Created-Date
               WRITE NewHireSubmissionLine FROM NewHireTrailerRecord
               MOVE WS-Sent-Count TO NT-Sent-Count
               MOVE WS-Late-Count TO NT-Late-Count
               MOVE WS-Held-Count TO NT-Held-Count
               MOVE SPACES TO NewHireRptPrintLine
               WRITE NewHireRptPrintLine FROM NewHireTotalLine
                   AFTER ADVANCING 2
               MOVE WS-Overdue-Count TO OT-Overdue-Count
               MOVE SPACES TO NewHireOvdPrintLine
               WRITE NewHireOvdPrintLine FROM OverdueTotalLine
                   AFTER ADVANCING 2.

           460-Stamp-Control-Record.
               MOVE WS-Control-Key TO NC-Control-Key
               MOVE WS-As-Of-Date TO NC-Last-Submission
               MOVE WS-Sent-Count TO NC-Last-Count
               WRITE NewHireControlRecord
                   INVALID KEY
                       REWRITE NewHireControlRecord
                           INVALID KEY
                               CONTINUE
                       END-REWRITE
               END-WRITE.

           500-Close-Files.
               CLOSE PayrollReport
               CLOSE NewHireSentLogFile
               CLOSE NewHireControlFile
               CLOSE NewHireSubmissionFile
               CLOSE NewHireRegisterFile
               CLOSE NewHireOverdueFile
               IF WS-Addr-Ready
                   CLOSE EmployeeAddrFile
               END-IF
               IF WS-CompMast-Ready
                   CLOSE CompanyMasterFile
               END-IF
               IF WS-Files-Ready
                   PERFORM 510-Register-Submission-File
               END-IF.

           510-Register-Submission-File.
               INITIALIZE IfaceRegRequest
               MOVE "NEWHIRE" TO IR-Interface-Id
               MOVE "NewHireSubmission" TO IR-File-Name
               MOVE "State new hire unit" TO IR-Recipient
               MOVE "NEWHIRE" TO IR-Program
               MOVE WS-Sent-Count TO IR-Record-Count
               MOVE WS-Sent-Hash TO IR-Hash-Total
               MOVE 0 TO IR-Dollar-Total
               CALL "IfaceRegister" USING IfaceRegRequest.

           600-FormatDate.
               CALL "DateFormat" USING LK_Current_Date
               IF WS-As-Of-Date = 0
                   MOVE LK_Current_Date TO WS-As-Of-Date
               END-IF
               COMPUTE WS-As-Of-Integer =
                   FUNCTION INTEGER-OF-DATE(WS-As-Of-Date)
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

               End Program NewHireExport.
