       Identification Division.
           Program-ID. PayStub.
               Author. Anthony Downs.
               Installation.
               Date-Written. October 15, 2026.
               Date-Compiled.
               Security.

      * Employee earnings statements (pay stubs) from the pay-detail
      * ledger.  Command line: "<period yyyymmdd> <employee number>",
      * both optional; a blank period prints the latest period on the
      * ledger and a blank employee prints every employee paid in the
      * period.  Each statement shows the current-period and
      * year-to-date gross, withholding pieces and net pay, the
      * period's deductions and garnishment, and a memo line for the
      * imputed group-term life income, which is taxed but not paid
      * and so is not part of gross or net.  Off-cycle, beneficiary
      * and void entries for the period print as their own statements.
       Environment Division.
           Configuration Section.
               Special-Names.

           Input-Output Section.
               File-Control.
                   Select PayLedgerFile assign to PayLedgr
                       File Status is PayLedger-Status
                       Organization is Indexed
                       Access Mode is Dynamic
                       Record Key is LG-Key.

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

                   Select Optional YtdAccumFile assign to YtdAccum
                       File Status is YtdAccum-Status
                       Organization is Indexed
                       Access Mode is Dynamic
                       Record Key is YT-Key.

                   Select PayStubFile assign to PayStub
                       Organization is Line Sequential
                       File Status is PayStub-Status.

               I-O-Control.

       Data Division.
           File Section.
               FD  PayLedgerFile.
                   01  PayLedgerRecord.
                       05  LG-Key.
                           10  LG-EmployeeNumber            PIC X(05).
                           10  LG-Period-Date               PIC 9(08).
                           10  LG-Period-Date-R redefines
                               LG-Period-Date.
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

               FD  PayStubFile
                   Record Contains 132 characters.
                   01  PayStubPrintLine                    PIC X(132).

           Working-Storage Section.
               COPY "Misc.cpy".
              COPY "WS_Date.cpy" REPLACING LEADING ==Prefix== BY ==LK==.
               COPY "HeaderMain.cpy".
               COPY "EmployeeRecord.cpy".

               01  PayLedger-Status                    PIC X(02).
               01  YtdAccum-Status                     PIC X(02).
               01  PayStub-Status                      PIC X(02).

               01  WS-Open-Switch   PIC X(01)   value "Y".
                   88  WS-Files-Ready                       value "Y".
                   88  WS-Open-Failed                        value "N".

               01  WS-Ytd-Switch   PIC X(01)   value "N".
                   88  WS-Ytd-Ready                         value "Y".
                   88  WS-Ytd-Not-Ready                     value "N".

               01  WS-Ytd-Found-Switch   PIC X(01)   value "N".
                   88  WS-Ytd-Found                         value "Y".
                   88  WS-Ytd-Not-Found                     value "N".

               01  WS-Command-Line-Param   PIC X(40)   value spaces.
               01  WS-Request-Period   PIC 9(08)   value 0.
               01  WS-Request-Employee   PIC X(05)   value spaces.
               01  WS-Stub-Count   PIC 9(05)   COMP value 0.

               01  StubHeading2.
               05   PIC X(17)   value spaces.
               05   PIC X(28)   value "Employee Earnings Statement".
               05   PIC X(3)   value spaces.
               05   PIC X(8)   value "Period: ".
               05  SH-Period-Date   PIC 9(04)/9(02)/9(02).

               01  StubEmployeeLine.
               05   PIC X(10)   value "Employee: ".
                   05  SE-EmployeeNumber                PIC X(05).
               05   PIC X(01)   value spaces.
                   05  SE-EmployeeName                  PIC X(20).
               05   PIC X(03)   value spaces.
               05   PIC X(10)   value "Pay Date: ".
               05  SE-Pay-Date   PIC 9(04)/9(02)/9(02).
               05   PIC X(03)   value spaces.
               05   PIC X(06)   value "Type: ".
                   05  SE-Pay-Type-Word                 PIC X(09).
               05   PIC X(55)   value spaces.

               01  StubColumnHeadings.
               05   PIC X(30)   value spaces.
               05   PIC X(13)   value "      Current".
               05   PIC X(03)   value spaces.
               05   PIC X(13)   value " Year-to-Date".
               05   PIC X(73)   value spaces.

               01  StubAmountLine.
                   05  SA-Caption                       PIC X(30).
               05  SA-Current   PIC $Z(7)9.99-.
               05   PIC X(03)   value spaces.
               05  SA-Ytd   PIC $Z(7)9.99-.
               05   PIC X(73)   value spaces.

               01  StubCurrentOnlyLine.
                   05  SC-Caption                       PIC X(30).
               05  SC-Current   PIC $Z(7)9.99-.
               05   PIC X(89)   value spaces.

               01  StubMemoLine.
               05   PIC X(46)   value
                   "Imputed income is taxable wages, not paid out.".
               05   PIC X(86)   value spaces.

               01  StubErrorLine.
               05   PIC X(40)   value
                   "No ledger entries found for the request.".
               05   PIC X(92)   value spaces.

       Procedure Division.
           Initilization.
               PERFORM 050-Select-Request
               PERFORM 100-Open-Files
               IF WS-Files-Ready
                   PERFORM 600-FormatDate
                   PERFORM 700-FormatTime
                   IF WS-Request-Period = 0
                       PERFORM 150-Find-Latest-Period
                   END-IF
                   PERFORM 200-Position-Ledger
                   PERFORM 400-Print-One-Stub
                       UNTIL WS-Eof
                   IF WS-Stub-Count = 0
                       MOVE SPACES TO PayStubPrintLine
                       WRITE PayStubPrintLine FROM StubErrorLine
                           AFTER ADVANCING 2
                       MOVE 4 TO RETURN-CODE
                   END-IF
               END-IF
               PERFORM 500-Close-Files.
               IF WS-Open-Failed
                   MOVE 16 TO RETURN-CODE
               END-IF
               STOP RUN.

           050-Select-Request.
               ACCEPT WS-Command-Line-Param FROM COMMAND-LINE
               IF WS-Command-Line-Param(1:8) IS NUMERIC
                   MOVE WS-Command-Line-Param(1:8)
                       TO WS-Request-Period
               END-IF
               MOVE WS-Command-Line-Param(10:5)
                   TO WS-Request-Employee.

           100-Open-Files.
               OPEN INPUT PayLedgerFile
               CALL "Validations" USING PayLedger-Status, "PAYSTUB"
               OPEN INPUT PayrollReport
                   CALL "Validations" USING File_Status, "PAYSTUB"
               OPEN OUTPUT PayStubFile
               CALL "Validations" USING PayStub-Status, "PAYSTUB"
               IF PayLedger-Status NOT = "00"
                       OR File_Status NOT = "00"
                       OR PayStub-Status NOT = "00"
                   SET WS-Open-Failed TO TRUE
               END-IF
               OPEN INPUT YtdAccumFile
               IF YtdAccum-Status = "00"
                   SET WS-Ytd-Ready TO TRUE
               END-IF.

      *****************************************************************
      * With no period on the command line, the latest regular period
      * on the ledger is the one printed.
      *****************************************************************
           150-Find-Latest-Period.
               MOVE LOW-VALUES TO LG-Key
               START PayLedgerFile KEY IS NOT LESS THAN LG-Key
                   INVALID KEY
                       SET WS-Eof TO TRUE
               END-START
               PERFORM 160-Scan-For-Latest
                   UNTIL WS-Eof
               SET WS-Not-Eof TO TRUE.

           160-Scan-For-Latest.
               READ PayLedgerFile NEXT RECORD
                   AT END
                       SET WS-Eof TO TRUE
                   NOT AT END
                       IF LG-Regular-Pay
                               AND LG-Period-Date > WS-Request-Period
                           MOVE LG-Period-Date TO WS-Request-Period
                       END-IF
               END-READ.

           200-Position-Ledger.
               IF WS-Request-Employee = SPACES
                   MOVE LOW-VALUES TO LG-Key
               ELSE
                   MOVE WS-Request-Employee TO LG-EmployeeNumber
                   MOVE WS-Request-Period TO LG-Period-Date
               END-IF
               START PayLedgerFile KEY IS NOT LESS THAN LG-Key
                   INVALID KEY
                       SET WS-Eof TO TRUE
               END-START
               IF WS-Not-Eof
                   PERFORM 220-Read-Ledger-Record
               END-IF.

      *****************************************************************
      * Reads forward to the next ledger entry for the requested
      * period (and employee, when one was asked for).
      *****************************************************************
           220-Read-Ledger-Record.
               READ PayLedgerFile NEXT RECORD
                   AT END
                       SET WS-Eof TO TRUE
               END-READ
               IF WS-Not-Eof
                   IF WS-Request-Employee NOT = SPACES
                           AND LG-EmployeeNumber
                               NOT = WS-Request-Employee
                       SET WS-Eof TO TRUE
                   ELSE
                       IF LG-Period-Date NOT = WS-Request-Period
                           PERFORM 220-Read-Ledger-Record
                       END-IF
                   END-IF
               END-IF.

           300-Write-Heading.
               MOVE WS-Request-Period TO SH-Period-Date
               MOVE SPACES TO PayStubPrintLine
               WRITE PayStubPrintLine FROM HeaderMain
                   AFTER ADVANCING PAGE
               WRITE PayStubPrintLine FROM StubHeading2
                   AFTER ADVANCING 1
               WRITE PayStubPrintLine FROM HeaderMain3
                   AFTER ADVANCING 2.

           400-Print-One-Stub.
               PERFORM 300-Write-Heading
               PERFORM 410-Find-Employee
               PERFORM 420-Find-Ytd
               PERFORM 430-Write-Stub-Body
               ADD 1 TO WS-Stub-Count
               PERFORM 220-Read-Ledger-Record.

           410-Find-Employee.
               MOVE SPACES TO EmployeeName
               MOVE LG-EmployeeNumber TO PR-EmployeeNumber
               READ PayrollReport
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE EmployeeRecord TO EmployeeRecords
               END-READ.

           420-Find-Ytd.
               SET WS-Ytd-Not-Found TO TRUE
               IF WS-Ytd-Ready
                   MOVE LG-EmployeeNumber TO YT-EmployeeNumber
                   MOVE LG-Period-Year TO YT-Year
                   READ YtdAccumFile
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           SET WS-Ytd-Found TO TRUE
                   END-READ
               END-IF
               IF WS-Ytd-Not-Found
                   INITIALIZE YtdAccumRecord
               END-IF.

      *****************************************************************
      * Deductions and garnishment are not carried year-to-date, so
      * they print for the current period only.
      *****************************************************************
           430-Write-Stub-Body.
               MOVE LG-EmployeeNumber TO SE-EmployeeNumber
               MOVE EmployeeName TO SE-EmployeeName
               MOVE LG-Pay-Date TO SE-Pay-Date
               EVALUATE TRUE
                   WHEN LG-Void-Reversal
                       MOVE "VOID" TO SE-Pay-Type-Word
                   WHEN LG-Reference-Date NOT = 0
                       MOVE "VOIDED" TO SE-Pay-Type-Word
                   WHEN LG-Off-Cycle-Pay
                       MOVE "OFF-CYCLE" TO SE-Pay-Type-Word
                   WHEN LG-Beneficiary-Pay
                       MOVE "BENEF PAY" TO SE-Pay-Type-Word
                   WHEN OTHER
                       MOVE "REGULAR" TO SE-Pay-Type-Word
               END-EVALUATE
               MOVE SPACES TO PayStubPrintLine
               WRITE PayStubPrintLine FROM StubEmployeeLine
                   AFTER ADVANCING 1
               MOVE SPACES TO PayStubPrintLine
               WRITE PayStubPrintLine FROM StubColumnHeadings
                   AFTER ADVANCING 2

               MOVE "Gross Pay" TO SA-Caption
               MOVE LG-Gross TO SA-Current
               MOVE YT-Gross TO SA-Ytd
               PERFORM 440-Write-Amount-Line
               MOVE "Federal Withholding" TO SA-Caption
               MOVE LG-Withholding TO SA-Current
               MOVE YT-Withholding TO SA-Ytd
               PERFORM 440-Write-Amount-Line
               MOVE "Social Security" TO SA-Caption
               MOVE LG-Soc-Sec TO SA-Current
               MOVE YT-Soc-Sec TO SA-Ytd
               PERFORM 440-Write-Amount-Line
               MOVE "Medicare" TO SA-Caption
               MOVE LG-Medicare TO SA-Current
               MOVE YT-Medicare TO SA-Ytd
               PERFORM 440-Write-Amount-Line
               MOVE "State Tax" TO SA-Caption
               MOVE LG-State-Tax TO SA-Current
               MOVE YT-State-Tax TO SA-Ytd
               PERFORM 440-Write-Amount-Line
               MOVE "Deductions" TO SC-Caption
               MOVE LG-Deductions TO SC-Current
               PERFORM 445-Write-Current-Only-Line
               MOVE "Garnishment" TO SC-Caption
               MOVE LG-Garnishment TO SC-Current
               PERFORM 445-Write-Current-Only-Line
               MOVE "Net Pay" TO SA-Caption
               MOVE LG-Net TO SA-Current
               MOVE YT-Net TO SA-Ytd
               PERFORM 440-Write-Amount-Line

               MOVE "Imputed Group-Term Life" TO SA-Caption
               MOVE LG-Imputed-Income TO SA-Current
               MOVE YT-Imputed-Income TO SA-Ytd
               MOVE SPACES TO PayStubPrintLine
               WRITE PayStubPrintLine FROM StubAmountLine
                   AFTER ADVANCING 2
               MOVE SPACES TO PayStubPrintLine
               WRITE PayStubPrintLine FROM StubMemoLine
                   AFTER ADVANCING 1.

           440-Write-Amount-Line.
               MOVE SPACES TO PayStubPrintLine
               WRITE PayStubPrintLine FROM StubAmountLine
                   AFTER ADVANCING 1.

           445-Write-Current-Only-Line.
               MOVE SPACES TO PayStubPrintLine
               WRITE PayStubPrintLine FROM StubCurrentOnlyLine
                   AFTER ADVANCING 1.

           500-Close-Files.
               CLOSE PayLedgerFile
               CLOSE PayrollReport
               CLOSE PayStubFile
               IF WS-Ytd-Ready
                   CLOSE YtdAccumFile
               END-IF.

           600-FormatDate.
               CALL "DateFormat" USING LK_Current_Date
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

               End Program PayStub.
