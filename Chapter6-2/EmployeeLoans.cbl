       Identification Division.
           Program-ID. EmployeeLoans.
               Author. Anthony Downs.
               Installation.
               Date-Written. October 15, 2026.
               Date-Compiled.
               Security.

      * Employee loans and pay advances.  Each loan is kept on LoanFile
      * with its principal, start date, per-period repayment, and
      * running balance.  Chapter6-2 takes the repayment out of every
      * pay period it posts to the ledger, stops on its own when the
      * balance reaches zero, and recovers the whole remaining balance
      * from the termination posting.  Command-line options:
      *     LOAD <operator id>   set up new loans from LoanInput cards;
      *                          a card may name the DeductionEntry
      *                          code the repayment used to be parked
      *                          in, and that slot is cleared
      *     REPORT               month-end outstanding-loans report
      *                          for finance (the default)
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

                   Select LoanFile assign to Loans
                       File Status is Loan-Status
                       Organization is Indexed
                       Access Mode is Dynamic
                       Record Key is LN-Key.

                   Select Optional LoanInputFile assign to LoanIn
                       Organization is Line Sequential
                       File Status is LoanIn-Status.

                   Select LoanReportFile assign to WS-Report-Name
                       Organization is Line Sequential
                       File Status is LoanRpt-Status.

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

               FD  LoanInputFile
                   Record Contains 40 characters.
                   01  LoanInputRecord.
                       05  LI-EmployeeNumber                PIC X(05).
                       05  LI-Loan-Type                     PIC X(01).
                       05  LI-Principal                 PIC 9(07)V99.
                       05  LI-Start-Date                    PIC 9(08).
                       05  LI-Repayment                 PIC 9(05)V99.
                       05  LI-Release-Code                  PIC X(02).
                       05                                   PIC X(08).

               FD  LoanReportFile
                   Record Contains 132 characters.
                   01  LoanPrintLine                       PIC X(132).

           Working-Storage Section.
               COPY "Misc.cpy".
              COPY "WS_Date.cpy" REPLACING LEADING ==Prefix== BY ==LK==.
               COPY "HeaderMain.cpy".
               COPY "EmployeeRecord.cpy".

               01  Loan-Status                         PIC X(02).
               01  LoanIn-Status                       PIC X(02).
               01  LoanRpt-Status                      PIC X(02).
               01  WS-Report-Name   PIC X(08)   value "LoanRpt".

               01  WS-Open-Switch   PIC X(01)   value "Y".
                   88  WS-Files-Ready                       value "Y".
                   88  WS-Open-Failed                        value "N".
               01  WS-Card-Switch   PIC X(01)   value "Y".
                   88  WS-Card-Valid                        value "Y".
                   88  WS-Card-Invalid                      value "N".
               01  WS-Loan-Eof-Switch   PIC X(01)   value "N".
                   88  WS-Loan-Eof                          value "Y".
                   88  WS-Loan-Not-Eof                      value "N".
               01  WS-Employee-Switch   PIC X(01)   value "N".
                   88  WS-Employee-Found                    value "Y".
                   88  WS-Employee-Not-Found                value "N".

               01  WS-Command-Line-Param   PIC X(40)   value spaces.
               01  WS-Run-Mode   PIC X(08)   value spaces.
                   88  WS-Load-Run                      value "LOAD".
               01  WS-Operator-Id   PIC X(08)   value spaces.
               01  WS-Today   PIC 9(08)   value 0.
               01  WS-Today-R redefines WS-Today.
                   05  WS-Today-YYYYMM                  PIC 9(06).
                   05                                   PIC 9(02).
               01  WS-Payoff-Work   PIC 9(08)   value 0.
               01  WS-Payoff-Work-R redefines WS-Payoff-Work.
                   05  WS-Payoff-YYYYMM                 PIC 9(06).
                   05                                   PIC 9(02).

               01  WS-Next-Loan-Number   PIC 9(02)   value 0.
               01  WS-Deduction-Idx   PIC 9(01)   COMP value 0.
               01  WS-Released-Slot   PIC 9(01)   COMP value 0.
               01  WS-Reject-Reason   PIC X(40)   value spaces.
               01  WS-Periods-Left   PIC 9(04)   COMP value 0.
               01  WS-Repaid-To-Date   PIC S9(7)V99 value 0.

               01  WS-Loan-Totals.
                   05  WS-Cards-Read                PIC 9(05)   COMP.
                   05  WS-Loans-Added               PIC 9(05)   COMP.
                   05  WS-Cards-Rejected            PIC 9(05)   COMP.
                   05  WS-Open-Count                PIC 9(05)   COMP.
                   05  WS-Paid-This-Month           PIC 9(05)   COMP.
                   05  WS-Total-Principal           PIC S9(9)V99.
                   05  WS-Total-Balance             PIC S9(9)V99.
                   05  WS-Advance-Balance           PIC S9(9)V99.
                   05  WS-Hardship-Balance          PIC S9(9)V99.
                   05  WS-Term-Balance              PIC S9(9)V99.

               01  LoanHeading2.
               05   PIC X(17)   value spaces.
               05   PIC X(40)   value
                   "Outstanding Employee Loans and Advances".

               01  LoadHeading2.
               05   PIC X(17)   value spaces.
               05   PIC X(40)   value
                   "Employee Loan Setup Register".

               01  LoanColumnHeadings.
               05   PIC X(05)   value "Emp #".
               05   PIC X(02)   value spaces.
               05   PIC X(20)   value "Employee Name".
               05   PIC X(02)   value spaces.
               05   PIC X(04)   value "Loan".
               05   PIC X(02)   value spaces.
               05   PIC X(04)   value "Type".
               05   PIC X(02)   value spaces.
               05   PIC X(10)   value "Start".
               05   PIC X(02)   value spaces.
               05   PIC X(12)   value "   Principal".
               05   PIC X(02)   value spaces.
               05   PIC X(10)   value " Repayment".
               05   PIC X(02)   value spaces.
               05   PIC X(12)   value "      Repaid".
               05   PIC X(02)   value spaces.
               05   PIC X(12)   value "     Balance".
               05   PIC X(02)   value spaces.
               05   PIC X(07)   value "Periods".
               05   PIC X(02)   value spaces.
               05   PIC X(14)   value "Status".

               01  LoanDetailLine.
                   05  LD-EmployeeNumber                PIC X(05).
               05   PIC X(02)   value spaces.
                   05  LD-EmployeeName                  PIC X(20).
               05   PIC X(02)   value spaces.
                   05  LD-Loan-Number                   PIC Z9.
               05   PIC X(04)   value spaces.
                   05  LD-Loan-Type                     PIC X(01).
               05   PIC X(03)   value spaces.
                   05  LD-Start-Date            PIC 9(04)/9(02)/9(02).
               05   PIC X(02)   value spaces.
                   05  LD-Principal                     PIC Z(7)9.99.
               05   PIC X(02)   value spaces.
                   05  LD-Repayment                     PIC Z(5)9.99.
               05   PIC X(02)   value spaces.
                   05  LD-Repaid                        PIC Z(7)9.99-.
               05   PIC X(01)   value spaces.
                   05  LD-Balance                       PIC Z(7)9.99-.
               05   PIC X(04)   value spaces.
                   05  LD-Periods-Left                  PIC ZZZ9.
               05   PIC X(03)   value spaces.
                   05  LD-Status                        PIC X(14).

               01  LoadDetailLine.
                   05  LL-EmployeeNumber                PIC X(05).
               05   PIC X(02)   value spaces.
                   05  LL-EmployeeName                  PIC X(20).
               05   PIC X(02)   value spaces.
                   05  LL-Loan-Number                   PIC Z9.
               05   PIC X(04)   value spaces.
                   05  LL-Loan-Type                     PIC X(01).
               05   PIC X(03)   value spaces.
                   05  LL-Start-Date                    PIC X(10).
               05   PIC X(02)   value spaces.
                   05  LL-Principal                     PIC Z(7)9.99.
               05   PIC X(02)   value spaces.
                   05  LL-Repayment                     PIC Z(5)9.99.
               05   PIC X(02)   value spaces.
                   05  LL-Result                        PIC X(50).

               01  LoanTotalLine.
               05   PIC X(20)   value spaces.
                   05  LT-Label                         PIC X(40).
                   05  LT-Amount                       PIC Z(9)9.99-.
               05   PIC X(04)   value spaces.
                   05  LT-Count                         PIC ZZZZ9.

       Procedure Division.
           Initilization.
               PERFORM 050-Select-Run-Mode
               PERFORM 600-FormatDate
               PERFORM 700-FormatTime
               PERFORM 100-Open-Files
               IF WS-Files-Ready
                   INITIALIZE WS-Loan-Totals
                   PERFORM 300-Write-Heading
                   IF WS-Load-Run
                       PERFORM 200-Read-Card
                       PERFORM 400-Load-One-Card
                           UNTIL WS-Eof
                   ELSE
                       SET WS-Loan-Not-Eof TO TRUE
                       MOVE LOW-VALUES TO LN-Key
                       START LoanFile
                               KEY IS GREATER THAN OR EQUAL LN-Key
                           INVALID KEY
                               SET WS-Loan-Eof TO TRUE
                       END-START
                       PERFORM 430-Report-One-Loan
                           UNTIL WS-Loan-Eof
                   END-IF
                   PERFORM 450-Write-Totals
               END-IF
               PERFORM 500-Close-Files
               IF WS-Open-Failed
                   MOVE 16 TO RETURN-CODE
               ELSE
                   IF WS-Cards-Rejected > 0
                       MOVE 4 TO RETURN-CODE
                   END-IF
               END-IF
               STOP RUN.

           050-Select-Run-Mode.
               ACCEPT WS-Command-Line-Param FROM COMMAND-LINE
               UNSTRING WS-Command-Line-Param
                   DELIMITED BY ALL " "
                   INTO WS-Run-Mode WS-Operator-Id
               END-UNSTRING
               MOVE FUNCTION UPPER-CASE(WS-Run-Mode) TO WS-Run-Mode
               IF WS-Load-Run
                   MOVE "LoanReg" TO WS-Report-Name
               END-IF.

           100-Open-Files.
               IF WS-Load-Run
                   OPEN I-O PayrollReport
                   CALL "Validations" USING File_Status, "LOANS"
                   OPEN I-O LoanFile
                   CALL "Validations" USING Loan-Status, "LOANS"
                   IF Loan-Status = "35"
                       OPEN OUTPUT LoanFile
                       CLOSE LoanFile
                       OPEN I-O LoanFile
                       CALL "Validations" USING Loan-Status, "LOANS"
                   END-IF
                   OPEN INPUT LoanInputFile
                   IF LoanIn-Status NOT = "00"
                       SET WS-Open-Failed TO TRUE
                   END-IF
               ELSE
                   OPEN INPUT PayrollReport
                   CALL "Validations" USING File_Status, "LOANS"
                   OPEN INPUT LoanFile
                   CALL "Validations" USING Loan-Status, "LOANS"
               END-IF
               OPEN OUTPUT LoanReportFile
               CALL "Validations" USING LoanRpt-Status, "LOANS"
               IF File_Status NOT = "00" OR Loan-Status NOT = "00"
                       OR LoanRpt-Status NOT = "00"
                   SET WS-Open-Failed TO TRUE
               END-IF.

           200-Read-Card.
               READ LoanInputFile
                   AT END
                       SET WS-Eof TO TRUE
               END-READ.

           300-Write-Heading.
               MOVE SPACES TO LoanPrintLine
               WRITE LoanPrintLine FROM HeaderMain
                   AFTER ADVANCING PAGE
               IF WS-Load-Run
                   WRITE LoanPrintLine FROM LoadHeading2
                       AFTER ADVANCING 1
               ELSE
                   WRITE LoanPrintLine FROM LoanHeading2
                       AFTER ADVANCING 1
               END-IF
               WRITE LoanPrintLine FROM HeaderMain3
                   AFTER ADVANCING 2
               WRITE LoanPrintLine FROM LoanColumnHeadings
                   AFTER ADVANCING 2.

           400-Load-One-Card.
               ADD 1 TO WS-Cards-Read
               SET WS-Card-Valid TO TRUE
               MOVE SPACES TO WS-Reject-Reason
               PERFORM 405-Validate-Card
               IF WS-Card-Valid
                   PERFORM 410-Find-Next-Loan-Number
                   PERFORM 415-Write-New-Loan
               END-IF
               IF WS-Card-Valid AND LI-Release-Code NOT = SPACES
                   PERFORM 420-Release-Deduction-Slot
               END-IF
               PERFORM 425-Write-Load-Line
               PERFORM 200-Read-Card.

           405-Validate-Card.
               MOVE LI-EmployeeNumber TO PR-EmployeeNumber
               READ PayrollReport
                   INVALID KEY
                       SET WS-Employee-Not-Found TO TRUE
                       MOVE SPACES TO EmployeeRecords
                   NOT INVALID KEY
                       SET WS-Employee-Found TO TRUE
                       MOVE EmployeeRecord TO EmployeeRecords
               END-READ
               EVALUATE TRUE
                   WHEN WS-Employee-Not-Found
                       MOVE "Employee not on file" TO WS-Reject-Reason
                   WHEN NOT Employee-Active
                       MOVE "Employee is not active"
                           TO WS-Reject-Reason
                   WHEN LI-Loan-Type NOT = "A" AND NOT = "H"
                       MOVE "Loan type must be A or H"
                           TO WS-Reject-Reason
                   WHEN LI-Principal NOT NUMERIC OR LI-Principal = 0
                       MOVE "Principal missing or not numeric"
                           TO WS-Reject-Reason
                   WHEN LI-Repayment NOT NUMERIC OR LI-Repayment = 0
                       MOVE "Repayment missing or not numeric"
                           TO WS-Reject-Reason
                   WHEN LI-Repayment > LI-Principal
                       MOVE "Repayment exceeds the principal"
                           TO WS-Reject-Reason
                   WHEN LI-Start-Date NOT NUMERIC
                       MOVE "Start date not numeric"
                           TO WS-Reject-Reason
                   WHEN FUNCTION TEST-DATE-YYYYMMDD(LI-Start-Date)
                           NOT = 0
                       MOVE "Start date is not a valid date"
                           TO WS-Reject-Reason
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               IF WS-Reject-Reason NOT = SPACES
                   SET WS-Card-Invalid TO TRUE
               END-IF.

           410-Find-Next-Loan-Number.
               MOVE 0 TO WS-Next-Loan-Number
               SET WS-Loan-Not-Eof TO TRUE
               MOVE LI-EmployeeNumber TO LN-EmployeeNumber
               MOVE 0 TO LN-Loan-Number
               START LoanFile KEY IS GREATER THAN OR EQUAL LN-Key
                   INVALID KEY
                       SET WS-Loan-Eof TO TRUE
               END-START
               PERFORM 412-Scan-One-Loan
                   UNTIL WS-Loan-Eof
               ADD 1 TO WS-Next-Loan-Number
               IF WS-Next-Loan-Number = 0
                   SET WS-Card-Invalid TO TRUE
                   MOVE "Employee already has 99 loans"
                       TO WS-Reject-Reason
               END-IF.

           412-Scan-One-Loan.
               READ LoanFile NEXT RECORD
                   AT END
                       SET WS-Loan-Eof TO TRUE
                   NOT AT END
                       IF LN-EmployeeNumber NOT = LI-EmployeeNumber
                           SET WS-Loan-Eof TO TRUE
                       ELSE
                           MOVE LN-Loan-Number TO WS-Next-Loan-Number
                       END-IF
               END-READ.

           415-Write-New-Loan.
               IF WS-Card-Valid
                   INITIALIZE LoanRecord
                   MOVE LI-EmployeeNumber TO LN-EmployeeNumber
                   MOVE WS-Next-Loan-Number TO LN-Loan-Number
                   MOVE LI-Loan-Type TO LN-Loan-Type
                   MOVE LI-Principal TO LN-Principal LN-Balance
                   MOVE LI-Start-Date TO LN-Start-Date
                   MOVE LI-Repayment TO LN-Repayment
                   SET LN-Open TO TRUE
                   MOVE WS-Operator-Id TO LN-Operator
                   WRITE LoanRecord
                       INVALID KEY
                           SET WS-Card-Invalid TO TRUE
                           MOVE "Unable to write loan record"
                               TO WS-Reject-Reason
                       NOT INVALID KEY
                           ADD 1 TO WS-Loans-Added
                           ADD LN-Principal TO WS-Total-Principal
                   END-WRITE
               END-IF.

      * The fixed deduction the repayment used to be parked in is
      * cleared so the loan is not taken twice.
           420-Release-Deduction-Slot.
               MOVE 0 TO WS-Released-Slot
               PERFORM 422-Check-One-Slot
                   VARYING WS-Deduction-Idx FROM 1 BY 1
                   UNTIL WS-Deduction-Idx > 3
               IF WS-Released-Slot > 0
                   MOVE SPACES TO DeductionCode (WS-Released-Slot)
                   MOVE 0 TO DeductionAmount (WS-Released-Slot)
                   MOVE EmployeeRecords TO EmployeeRecord
                   REWRITE EmployeeRecord
                       INVALID KEY
                           MOVE "Loan added - slot not cleared"
                               TO WS-Reject-Reason
                   END-REWRITE
               ELSE
                   MOVE "Loan added - no slot with that code"
                       TO WS-Reject-Reason
               END-IF.

           422-Check-One-Slot.
               IF WS-Released-Slot = 0
                       AND DeductionCode (WS-Deduction-Idx)
                           = LI-Release-Code
                   MOVE WS-Deduction-Idx TO WS-Released-Slot
               END-IF.

           425-Write-Load-Line.
               MOVE SPACES TO LoadDetailLine
               MOVE LI-EmployeeNumber TO LL-EmployeeNumber
               MOVE EmployeeName TO LL-EmployeeName
               MOVE LI-Loan-Type TO LL-Loan-Type
               MOVE LI-Start-Date TO LL-Start-Date
               IF LI-Principal IS NUMERIC
                   MOVE LI-Principal TO LL-Principal
               END-IF
               IF LI-Repayment IS NUMERIC
                   MOVE LI-Repayment TO LL-Repayment
               END-IF
               IF WS-Card-Valid
                   MOVE WS-Next-Loan-Number TO LL-Loan-Number
                   IF WS-Reject-Reason = SPACES
                       MOVE "Loan added" TO LL-Result
                   ELSE
                       MOVE WS-Reject-Reason TO LL-Result
                   END-IF
               ELSE
                   ADD 1 TO WS-Cards-Rejected
                   STRING "REJECTED - " DELIMITED BY SIZE
                          WS-Reject-Reason DELIMITED BY SIZE
                       INTO LL-Result
                   END-STRING
               END-IF
               MOVE SPACES TO LoanPrintLine
               WRITE LoanPrintLine FROM LoadDetailLine
                   AFTER ADVANCING 1.

           430-Report-One-Loan.
               READ LoanFile NEXT RECORD
                   AT END
                       SET WS-Loan-Eof TO TRUE
                   NOT AT END
                       MOVE LN-Payoff-Date TO WS-Payoff-Work
                       IF LN-Paid-Off
                               AND WS-Payoff-YYYYMM = WS-Today-YYYYMM
                           ADD 1 TO WS-Paid-This-Month
                       END-IF
                       IF NOT LN-Paid-Off
                           PERFORM 435-Print-Open-Loan
                       END-IF
               END-READ.

           435-Print-Open-Loan.
               MOVE SPACES TO EmployeeRecords
               MOVE LN-EmployeeNumber TO PR-EmployeeNumber
               READ PayrollReport
                   INVALID KEY
                       MOVE "(not on file)" TO EmployeeName
                   NOT INVALID KEY
                       MOVE EmployeeRecord TO EmployeeRecords
               END-READ
               COMPUTE WS-Repaid-To-Date = LN-Principal - LN-Balance
               MOVE 0 TO WS-Periods-Left
               IF LN-Open AND LN-Repayment > 0
                   DIVIDE LN-Balance BY LN-Repayment
                       GIVING WS-Periods-Left
                   IF WS-Periods-Left * LN-Repayment < LN-Balance
                       ADD 1 TO WS-Periods-Left
                   END-IF
               END-IF
               MOVE SPACES TO LoanDetailLine
               MOVE LN-EmployeeNumber TO LD-EmployeeNumber
               MOVE EmployeeName TO LD-EmployeeName
               MOVE LN-Loan-Number TO LD-Loan-Number
               MOVE LN-Loan-Type TO LD-Loan-Type
               MOVE LN-Start-Date TO LD-Start-Date
               MOVE LN-Principal TO LD-Principal
               MOVE LN-Repayment TO LD-Repayment
               MOVE WS-Repaid-To-Date TO LD-Repaid
               MOVE LN-Balance TO LD-Balance
               MOVE WS-Periods-Left TO LD-Periods-Left
               IF LN-Open-At-Termination
                   MOVE "Terminated" TO LD-Status
                   ADD LN-Balance TO WS-Term-Balance
               ELSE
                   MOVE "Repaying" TO LD-Status
               END-IF
               IF LN-Hardship-Loan
                   ADD LN-Balance TO WS-Hardship-Balance
               ELSE
                   ADD LN-Balance TO WS-Advance-Balance
               END-IF
               ADD 1 TO WS-Open-Count
               ADD LN-Principal TO WS-Total-Principal
               ADD LN-Balance TO WS-Total-Balance
               MOVE SPACES TO LoanPrintLine
               WRITE LoanPrintLine FROM LoanDetailLine
                   AFTER ADVANCING 1.

           450-Write-Totals.
               MOVE SPACES TO LoanTotalLine
               IF WS-Load-Run
                   MOVE "Loans added / principal:" TO LT-Label
                   MOVE WS-Total-Principal TO LT-Amount
                   MOVE WS-Loans-Added TO LT-Count
                   PERFORM 455-Write-Total-Line
                   MOVE SPACES TO LoanTotalLine
                   MOVE "Cards rejected:" TO LT-Label
                   MOVE WS-Cards-Rejected TO LT-Count
                   PERFORM 455-Write-Total-Line
               ELSE
                   MOVE "Outstanding loans / principal:" TO LT-Label
                   MOVE WS-Total-Principal TO LT-Amount
                   MOVE WS-Open-Count TO LT-Count
                   PERFORM 455-Write-Total-Line
                   MOVE SPACES TO LoanTotalLine
                   MOVE "Balance - pay advances:" TO LT-Label
                   MOVE WS-Advance-Balance TO LT-Amount
                   PERFORM 455-Write-Total-Line
                   MOVE "Balance - hardship loans:" TO LT-Label
                   MOVE WS-Hardship-Balance TO LT-Amount
                   PERFORM 455-Write-Total-Line
                   MOVE "Balance - terminated, not recovered:"
                       TO LT-Label
                   MOVE WS-Term-Balance TO LT-Amount
                   PERFORM 455-Write-Total-Line
                   MOVE "Total balance outstanding:" TO LT-Label
                   MOVE WS-Total-Balance TO LT-Amount
                   PERFORM 455-Write-Total-Line
                   MOVE SPACES TO LoanTotalLine
                   MOVE "Loans paid off this month:" TO LT-Label
                   MOVE WS-Paid-This-Month TO LT-Count
                   PERFORM 455-Write-Total-Line
               END-IF.

           455-Write-Total-Line.
               MOVE SPACES TO LoanPrintLine
               WRITE LoanPrintLine FROM LoanTotalLine
                   AFTER ADVANCING 2.

           500-Close-Files.
               CLOSE PayrollReport
               CLOSE LoanFile
               CLOSE LoanReportFile
               IF WS-Load-Run
                   CLOSE LoanInputFile
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

               End Program EmployeeLoans.
