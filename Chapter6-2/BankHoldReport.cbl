       Identification Division.
           Program-ID. BankHoldReport.
               Author. Anthony Downs.
               Installation.
               Date-Written. October 15, 2026.
               Date-Compiled.
               Security.

      * Daily bank account change and hold report.  Chapter6-2 puts an
      * employee on hold in BankHoldFile whenever a deposit routing or
      * account number is changed; DirectDepositExport pays the next
      * pay date by check and releases the hold.  This program lists
      * every change entered today, every hold still open (with days
      * on hold) and every hold released today, with account numbers
      * shown by their last four digits only.  For each new change it
      * prints a confirmation letter to the mailing address that was on
      * file before the change, so an unauthorised change is seen by
      * the employee at the old address.  A change with no address on
      * file is listed as an exception and its letter stays pending
      * (return code 4).
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

                   Select BankHoldFile assign to BankHold
                       File Status is BankHold-Status
                       Organization is Indexed
                       Access Mode is Dynamic
                       Record Key is BC-EmployeeNumber.

                   Select Optional EmployeeAddrFile assign to EmpAddr
                       File Status is EmpAddr-Status
                       Organization is Indexed
                       Access Mode is Dynamic
                       Record Key is AD-EmployeeNumber.

                   Select BankHoldReportFile assign to BankHoldRpt
                       Organization is Line Sequential
                       File Status is HoldRpt-Status.

                   Select BankHoldLetterFile assign to BankHoldLtr
                       Organization is Line Sequential
                       File Status is HoldLtr-Status.

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

               FD  EmployeeAddrFile.
                   01  EmployeeAddrRecord.
                       05  AD-EmployeeNumber                PIC X(05).
                       05  AD-Street                        PIC X(30).
                       05  AD-City                          PIC X(20).
                       05  AD-State                         PIC X(02).
                       05  AD-Zip                           PIC X(10).

               FD  BankHoldReportFile
                   Record Contains 132 characters.
                   01  HoldPrintLine                       PIC X(132).

               FD  BankHoldLetterFile
                   Record Contains 132 characters.
                   01  HoldLetterLine                      PIC X(132).

           Working-Storage Section.
               COPY "Misc.cpy".
              COPY "WS_Date.cpy" REPLACING LEADING ==Prefix== BY ==LK==.
               COPY "HeaderMain.cpy".

               01  BankHold-Status                     PIC X(02).
               01  EmpAddr-Status                      PIC X(02).
               01  HoldRpt-Status                      PIC X(02).
               01  HoldLtr-Status                      PIC X(02).

               01  WS-Open-Switch   PIC X(01)   value "Y".
                   88  WS-Files-Ready                       value "Y".
                   88  WS-Open-Failed                        value "N".
               01  WS-Addr-Switch   PIC X(01)   value "N".
                   88  WS-Addr-Ready                        value "Y".
                   88  WS-Addr-Not-Ready                    value "N".
               01  WS-Print-Switch   PIC X(01)   value "N".
                   88  WS-Print-Hold                        value "Y".
                   88  WS-Skip-Hold                         value "N".

               01  WS-Today   PIC 9(08)   value 0.
               01  WS-Today-Integer   PIC 9(08)   COMP value 0.
               01  WS-Change-Integer   PIC 9(08)   COMP value 0.
               01  WS-Days-Held   PIC 9(04)   COMP value 0.
               01  WS-Account-Length   PIC 9(02)   COMP value 0.
               01  WS-Mask-Input   PIC X(17)   value spaces.
               01  WS-Account-Masked   PIC X(08)   value spaces.

               01  WS-Report-Totals.
                   05  WS-New-Count                 PIC 9(05)   COMP.
                   05  WS-Held-Count                PIC 9(05)   COMP.
                   05  WS-Released-Count            PIC 9(05)   COMP.
                   05  WS-Letter-Count              PIC 9(05)   COMP.
                   05  WS-No-Address-Count          PIC 9(05)   COMP.

               01  HoldHeading2.
               05   PIC X(17)   value spaces.
               05   PIC X(40)   value
                   "Bank Account Change and Hold Report".

               01  HoldColumnHeadings.
               05   PIC X(05)   value "Emp #".
               05   PIC X(02)   value spaces.
               05   PIC X(20)   value "Employee Name".
               05   PIC X(02)   value spaces.
               05   PIC X(10)   value "Changed".
               05   PIC X(02)   value spaces.
               05   PIC X(08)   value "Operator".
               05   PIC X(02)   value spaces.
               05   PIC X(18)   value "Old Route/Account".
               05   PIC X(02)   value spaces.
               05   PIC X(18)   value "New Route/Account".
               05   PIC X(02)   value spaces.
               05   PIC X(04)   value "Acct".
               05   PIC X(02)   value spaces.
               05   PIC X(10)   value "Hold Thru".
               05   PIC X(02)   value spaces.
               05   PIC X(14)   value "Status".
               05   PIC X(02)   value spaces.
               05   PIC X(04)   value "Days".

               01  HoldDetailLine.
                   05  HL-EmployeeNumber                PIC X(05).
               05   PIC X(02)   value spaces.
                   05  HL-EmployeeName                  PIC X(20).
               05   PIC X(02)   value spaces.
               05  HL-Change-Date   PIC 9(04)/9(02)/9(02).
               05   PIC X(02)   value spaces.
                   05  HL-Operator                      PIC X(08).
               05   PIC X(02)   value spaces.
                   05  HL-Old-Routing                   PIC 9(09).
               05   PIC X(01)   value spaces.
                   05  HL-Old-Account                   PIC X(08).
               05   PIC X(02)   value spaces.
                   05  HL-New-Routing                   PIC 9(09).
               05   PIC X(01)   value spaces.
                   05  HL-New-Account                   PIC X(08).
               05   PIC X(02)   value spaces.
                   05  HL-Which                         PIC X(04).
               05   PIC X(02)   value spaces.
               05  HL-Hold-Through   PIC 9(04)/9(02)/9(02).
               05   PIC X(02)   value spaces.
                   05  HL-Status                        PIC X(14).
               05   PIC X(02)   value spaces.
                   05  HL-Days-Held                     PIC ZZZ9.

               01  HoldExceptionLine.
               05   PIC X(07)   value spaces.
               05   PIC X(45)   value
                   "** No mailing address - letter not sent for ".
                   05  HE-EmployeeNumber                PIC X(05).

               01  HoldTotalLine.
               05   PIC X(13)   value "New changes: ".
                   05  HT-New-Count                     PIC ZZZZ9.
               05   PIC X(03)   value spaces.
               05   PIC X(12)   value "Still held: ".
                   05  HT-Held-Count                    PIC ZZZZ9.
               05   PIC X(03)   value spaces.
               05   PIC X(16)   value "Released today: ".
                   05  HT-Released-Count                PIC ZZZZ9.
               05   PIC X(03)   value spaces.
               05   PIC X(14)   value "Letters sent: ".
                   05  HT-Letter-Count                  PIC ZZZZ9.
               05   PIC X(03)   value spaces.
               05   PIC X(12)   value "No address: ".
                   05  HT-No-Address-Count              PIC ZZZZ9.

               01  LetterTitleLine.
               05   PIC X(17)   value spaces.
               05   PIC X(40)   value
                   "Confirmation of Direct Deposit Change".

               01  LetterSalutationLine.
               05   PIC X(05)   value "Dear ".
                   05  LT-EmployeeName                  PIC X(20).
               05   PIC X(01)   value ",".

               01  LetterBodyLine1.
               05   PIC X(36)   value
                   "Our records show that on ".
               05  LT-Change-Date   PIC 9(04)/9(02)/9(02).
               05   PIC X(36)   value
                   " the direct deposit account for".

               01  LetterBodyLine2.
               05   PIC X(17)   value "employee number ".
                   05  LT-EmployeeNumber                PIC X(05).
               05   PIC X(35)   value
                   " was changed to the account ending ".
                   05  LT-New-Account                   PIC X(08).
               05   PIC X(01)   value ".".

               01  LetterBodyLine3.
               05   PIC X(40)   value
                   "For your protection your next paycheck".
               05   PIC X(40)   value
                   " will be issued as a paper check; direct".

               01  LetterBodyLine4.
               05   PIC X(40)   value
                   "deposit to the new account begins with".
               05   PIC X(40)   value
                   " the following pay date.".

               01  LetterBodyLine5.
               05   PIC X(40)   value
                   "If you did not request this change, call".
               05   PIC X(40)   value
                   " the Payroll Department at once.".

               01  LetterAddressLine.
               05   PIC X(09)   value "Mailing: ".
                   05  LT-Street                        PIC X(30).
               05   PIC X(01)   value spaces.
                   05  LT-City                          PIC X(20).
               05   PIC X(01)   value spaces.
                   05  LT-State                         PIC X(02).
               05   PIC X(01)   value spaces.
                   05  LT-Zip                           PIC X(10).
               05   PIC X(58)   value spaces.

               01  LetterSignatureLine.
               05   PIC X(30)   value "Payroll Department, ".
               05   PIC X(102)   value spaces.

       Procedure Division.
           Initilization.
               PERFORM 600-FormatDate
               PERFORM 700-FormatTime
               PERFORM 100-Open-Files
               IF WS-Files-Ready
                   INITIALIZE WS-Report-Totals
                   PERFORM 300-Write-Heading
                   PERFORM 205-Start-Hold-Scan
                   PERFORM 200-Read-Records
                   PERFORM 400-Process-Records
                       UNTIL WS-Eof
                   PERFORM 450-Write-Totals
               END-IF
               PERFORM 500-Close-Files.
               IF WS-Open-Failed
                   MOVE 16 TO RETURN-CODE
               ELSE
                   IF WS-No-Address-Count > 0
                       MOVE 4 TO RETURN-CODE
                   END-IF
               END-IF
               STOP RUN.

           100-Open-Files.
               OPEN INPUT PayrollReport
                   CALL "Validations" USING File_Status, "BANKHOLDRPT"
               OPEN I-O BankHoldFile
               IF BankHold-Status = "35"
                   OPEN OUTPUT BankHoldFile
                   CLOSE BankHoldFile
                   OPEN I-O BankHoldFile
               END-IF
               CALL "Validations" USING BankHold-Status, "BANKHOLDRPT"
               OPEN OUTPUT BankHoldReportFile
               CALL "Validations" USING HoldRpt-Status, "BANKHOLDRPT"
               OPEN OUTPUT BankHoldLetterFile
               CALL "Validations" USING HoldLtr-Status, "BANKHOLDRPT"
               IF File_Status NOT = "00"
                       OR BankHold-Status NOT = "00"
                       OR HoldRpt-Status NOT = "00"
                       OR HoldLtr-Status NOT = "00"
                   SET WS-Open-Failed TO TRUE
               END-IF
               OPEN INPUT EmployeeAddrFile
               IF EmpAddr-Status = "00"
                   SET WS-Addr-Ready TO TRUE
               END-IF.

           205-Start-Hold-Scan.
               MOVE LOW-VALUES TO BC-EmployeeNumber
               START BankHoldFile
                       KEY IS GREATER THAN OR EQUAL BC-EmployeeNumber
                   INVALID KEY
                       SET WS-Eof TO TRUE
               END-START.

           200-Read-Records.
               IF WS-Not-Eof
                   READ BankHoldFile NEXT RECORD
                       AT END
                           SET WS-Eof TO TRUE
                   END-READ
               END-IF.

           300-Write-Heading.
               MOVE SPACES TO HoldPrintLine
               WRITE HoldPrintLine FROM HeaderMain
                   AFTER ADVANCING PAGE
               WRITE HoldPrintLine FROM HoldHeading2
                   AFTER ADVANCING 1
               WRITE HoldPrintLine FROM HeaderMain3
                   AFTER ADVANCING 2
               WRITE HoldPrintLine FROM HoldColumnHeadings
                   AFTER ADVANCING 2.

           400-Process-Records.
               SET WS-Skip-Hold TO TRUE
               MOVE SPACES TO HL-Status
               EVALUATE TRUE
                   WHEN BC-Held AND BC-Change-Date = WS-Today
                       SET WS-Print-Hold TO TRUE
                       MOVE "NEW - HELD" TO HL-Status
                       ADD 1 TO WS-New-Count
                   WHEN BC-Held
                       SET WS-Print-Hold TO TRUE
                       MOVE "HELD" TO HL-Status
                       ADD 1 TO WS-Held-Count
                   WHEN BC-Released AND BC-Release-Date = WS-Today
                       SET WS-Print-Hold TO TRUE
                       MOVE "RELEASED" TO HL-Status
                       ADD 1 TO WS-Released-Count
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               IF WS-Print-Hold
                   PERFORM 410-Print-Hold-Line
               END-IF
               IF BC-Letter-Pending
                   PERFORM 420-Write-Letter
               END-IF
               PERFORM 200-Read-Records.

           410-Print-Hold-Line.
               MOVE BC-EmployeeNumber TO HL-EmployeeNumber
               MOVE "*NOT ON PAYROLL FILE" TO HL-EmployeeName
               MOVE BC-EmployeeNumber TO PR-EmployeeNumber
               READ PayrollReport
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE PR-EmployeeName TO HL-EmployeeName
               END-READ
               MOVE BC-Change-Date TO HL-Change-Date
               MOVE BC-Operator TO HL-Operator
               MOVE BC-Old-Routing TO HL-Old-Routing
               MOVE BC-Old-Account TO WS-Mask-Input
               PERFORM 430-Mask-Account-Number
               MOVE WS-Account-Masked TO HL-Old-Account
               MOVE BC-New-Routing TO HL-New-Routing
               MOVE BC-New-Account TO WS-Mask-Input
               PERFORM 430-Mask-Account-Number
               MOVE WS-Account-Masked TO HL-New-Account
               EVALUATE TRUE
                   WHEN BC-Second-Changed
                       MOVE "2ND" TO HL-Which
                   WHEN BC-Both-Changed
                       MOVE "BOTH" TO HL-Which
                   WHEN OTHER
                       MOVE "PRI" TO HL-Which
               END-EVALUATE
               MOVE BC-Hold-Through TO HL-Hold-Through
               MOVE 0 TO WS-Days-Held
               IF BC-Change-Date > 19000101
                   COMPUTE WS-Change-Integer =
                       FUNCTION INTEGER-OF-DATE(BC-Change-Date)
                   IF WS-Today-Integer > WS-Change-Integer
                       COMPUTE WS-Days-Held =
                           WS-Today-Integer - WS-Change-Integer
                   END-IF
               END-IF
               MOVE WS-Days-Held TO HL-Days-Held
               MOVE SPACES TO HoldPrintLine
               WRITE HoldPrintLine FROM HoldDetailLine
                   AFTER ADVANCING 1.

      * The letter goes to the address captured when the hold began;
      * only when none was on file then is the current address used.
           420-Write-Letter.
               MOVE BC-Street TO LT-Street
               MOVE BC-City TO LT-City
               MOVE BC-State TO LT-State
               MOVE BC-Zip TO LT-Zip
               IF BC-Street = SPACES AND WS-Addr-Ready
                   MOVE BC-EmployeeNumber TO AD-EmployeeNumber
                   READ EmployeeAddrFile
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE AD-Street TO LT-Street
                           MOVE AD-City TO LT-City
                           MOVE AD-State TO LT-State
                           MOVE AD-Zip TO LT-Zip
                   END-READ
               END-IF
               IF LT-Street = SPACES
                   MOVE BC-EmployeeNumber TO HE-EmployeeNumber
                   MOVE SPACES TO HoldPrintLine
                   WRITE HoldPrintLine FROM HoldExceptionLine
                       AFTER ADVANCING 1
                   ADD 1 TO WS-No-Address-Count
               ELSE
                   PERFORM 425-Write-Letter-Body
                   SET BC-Letter-Sent TO TRUE
                   REWRITE BankHoldRecord
                       INVALID KEY
                           CONTINUE
                   END-REWRITE
                   ADD 1 TO WS-Letter-Count
               END-IF.

           425-Write-Letter-Body.
               MOVE "*NOT ON PAYROLL FILE" TO LT-EmployeeName
               MOVE BC-EmployeeNumber TO PR-EmployeeNumber
               READ PayrollReport
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE PR-EmployeeName TO LT-EmployeeName
               END-READ
               MOVE SPACES TO HoldLetterLine
               WRITE HoldLetterLine FROM HeaderMain
                   AFTER ADVANCING PAGE
               WRITE HoldLetterLine FROM LetterTitleLine
                   AFTER ADVANCING 1
               WRITE HoldLetterLine FROM HeaderMain3
                   AFTER ADVANCING 2
               MOVE SPACES TO HoldLetterLine
               WRITE HoldLetterLine FROM LetterAddressLine
                   AFTER ADVANCING 2
               MOVE SPACES TO HoldLetterLine
               WRITE HoldLetterLine FROM LetterSalutationLine
                   AFTER ADVANCING 2
               MOVE BC-Change-Date TO LT-Change-Date
               MOVE SPACES TO HoldLetterLine
               WRITE HoldLetterLine FROM LetterBodyLine1
                   AFTER ADVANCING 2
               MOVE BC-EmployeeNumber TO LT-EmployeeNumber
               MOVE BC-New-Account TO WS-Mask-Input
               PERFORM 430-Mask-Account-Number
               MOVE WS-Account-Masked TO LT-New-Account
               MOVE SPACES TO HoldLetterLine
               WRITE HoldLetterLine FROM LetterBodyLine2
                   AFTER ADVANCING 1
               MOVE SPACES TO HoldLetterLine
               WRITE HoldLetterLine FROM LetterBodyLine3
                   AFTER ADVANCING 2
               MOVE SPACES TO HoldLetterLine
               WRITE HoldLetterLine FROM LetterBodyLine4
                   AFTER ADVANCING 1
               MOVE SPACES TO HoldLetterLine
               WRITE HoldLetterLine FROM LetterBodyLine5
                   AFTER ADVANCING 2
               MOVE HeaderCompanyName
                   TO LetterSignatureLine (22:30)
               MOVE SPACES TO HoldLetterLine
               WRITE HoldLetterLine FROM LetterSignatureLine
                   AFTER ADVANCING 2.

           430-Mask-Account-Number.
               MOVE SPACES TO WS-Account-Masked
               IF WS-Mask-Input = SPACES
                   MOVE "NONE" TO WS-Account-Masked
               ELSE
                   COMPUTE WS-Account-Length =
                       FUNCTION LENGTH(
                           FUNCTION TRIM(WS-Mask-Input))
                   MOVE "****" TO WS-Account-Masked (1:4)
                   IF WS-Account-Length > 4
                       MOVE WS-Mask-Input
                           (WS-Account-Length - 3:4)
                           TO WS-Account-Masked (5:4)
                   ELSE
                       MOVE WS-Mask-Input (1:WS-Account-Length)
                           TO WS-Account-Masked (5:WS-Account-Length)
                   END-IF
               END-IF.

           450-Write-Totals.
               MOVE WS-New-Count TO HT-New-Count
               MOVE WS-Held-Count TO HT-Held-Count
               MOVE WS-Released-Count TO HT-Released-Count
               MOVE WS-Letter-Count TO HT-Letter-Count
               MOVE WS-No-Address-Count TO HT-No-Address-Count
               MOVE SPACES TO HoldPrintLine
               WRITE HoldPrintLine FROM HoldTotalLine
                   AFTER ADVANCING 2.

           500-Close-Files.
               CLOSE PayrollReport
               CLOSE BankHoldFile
               CLOSE BankHoldReportFile
               CLOSE BankHoldLetterFile
               IF WS-Addr-Ready
                   CLOSE EmployeeAddrFile
               END-IF.

           600-FormatDate.
               CALL "DateFormat" USING LK_Current_Date
               MOVE LK_Current_Date TO WS-Today
               COMPUTE WS-Today-Integer =
                   FUNCTION INTEGER-OF-DATE(WS-Today)
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

               End Program BankHoldReport.
