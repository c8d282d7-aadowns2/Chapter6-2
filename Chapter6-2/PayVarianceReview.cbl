       Identification Division.
           Program-ID. PayVarianceReview.
               Author. Anthony Downs.
               Installation.
               Date-Written. October 15, 2026.
               Date-Compiled.
               Security.

      * Pre-payroll variance and anomaly review, run by NightlyRunChain
      * ahead of DirectDepositExport.  Each employee's current-period
      * PayLedgerFile record (or, when the period has not been posted
      * yet, the period gross off the master) is compared against the
      * employee's prior regular ledger period.  Exceptions listed:
      *   - gross or net pay moving by more than the threshold
      *     percentage (VarThresh, default 20 percent)
      *   - zero or negative net pay
      *   - pay posted in the current window to status T or L
      *   - an active employee with no ManagerNumber or no address
      *   - two or more employees sharing a deposit account or a
      *     mailing address
      * A review with any exception is written to VarSignoff as
      * pending; NightlyRunChain will not run the deposit step until
      * the payroll supervisor signs it off with
      *     PayVarianceReview SIGNOFF <operator id>
      * A review with no exceptions is cleared automatically.
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

                   Select Optional PayLedgerFile assign to PayLedgr
                       File Status is PayLedger-Status
                       Organization is Indexed
                       Access Mode is Dynamic
                       Record Key is LG-Key.

                   Select Optional EmployeeAddrFile assign to EmpAddr
                       File Status is EmpAddr-Status
                       Organization is Indexed
                       Access Mode is Dynamic
                       Record Key is AD-EmployeeNumber.

                   Select Optional PayPeriodCalFile assign to PerCal
                       File Status is PerCal-Status
                       Organization is Indexed
                       Access Mode is Dynamic
                       Record Key is PC-Key.

                   Select Optional VarianceThresholdFile
                       assign to VarThresh
                       Organization is Line Sequential
                       File Status is VarThresh-Status.

                   Select Optional VarianceSignoffFile
                       assign to VarSignoff
                       Organization is Line Sequential
                       File Status is VarSignoff-Status.

                   Select VarianceReportFile assign to VarReview
                       Organization is Line Sequential
                       File Status is VarRpt-Status.

                   Select SharedSortFile assign to VarSort.

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

               FD  PayLedgerFile.
                   01  PayLedgerRecord.
                       05  LG-Key.
                           10  LG-EmployeeNumber            PIC X(05).
                           10  LG-Period-Date               PIC 9(08).
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

               FD  EmployeeAddrFile.
                   01  EmployeeAddrRecord.
                       05  AD-EmployeeNumber                PIC X(05).
                       05  AD-Street                        PIC X(30).
                       05  AD-City                          PIC X(20).
                       05  AD-State                         PIC X(02).
                       05  AD-Zip                           PIC X(10).

               FD  PayPeriodCalFile.
                   01  PayPeriodCalRecord.
                       05  PC-Key.
                           10  PC-Pay-Frequency             PIC X(01).
                           10  PC-Period-End-Date           PIC 9(08).
                       05  PC-Period-Number                  PIC 9(03).

               FD  VarianceThresholdFile
                   Record Contains 3 characters.
                   01  VarianceThresholdRecord.
                       05  VT-Percent                       PIC 9(03).

               FD  VarianceSignoffFile
                   Record Contains 40 characters.
                   01  VarianceSignoffRecord.
                       05  VS-Review-Date                   PIC 9(08).
                       05  VS-Review-Time                   PIC 9(06).
                       05  VS-Exception-Count               PIC 9(05).
                       05  VS-Status                        PIC X(01).
                           88  VS-Pending                   value "P".
                           88  VS-Signed-Off                value "S".
                           88  VS-Clear                     value "C".
                       05  VS-Signed-By                     PIC X(08).
                       05  VS-Signed-Date                   PIC 9(08).
                       05                                   PIC X(04).

               FD  VarianceReportFile
                   Record Contains 132 characters.
                   01  VarPrintLine                        PIC X(132).

               SD  SharedSortFile.
                   01  SharedSortRecord.
                       05  SG-Type                          PIC X(01).
                           88  SG-Bank-Account              value "B".
                           88  SG-Address                   value "A".
                       05  SG-Value                         PIC X(60).
                       05  SG-EmployeeNumber                PIC X(05).
                       05  SG-EmployeeName                  PIC X(20).

           Working-Storage Section.
               COPY "Misc.cpy".
               COPY "RefTable.cpy".
              COPY "WS_Date.cpy" REPLACING LEADING ==Prefix== BY ==LK==.
               COPY "HeaderMain.cpy".
               COPY "EmployeeRecord.cpy".

               01  PayLedger-Status                    PIC X(02).
               01  EmpAddr-Status                      PIC X(02).
               01  PerCal-Status                       PIC X(02).
               01  VarThresh-Status                    PIC X(02).
               01  VarSignoff-Status                   PIC X(02).
               01  VarRpt-Status                       PIC X(02).

               01  WS-Open-Switch   PIC X(01)   value "Y".
                   88  WS-Files-Ready                       value "Y".
                   88  WS-Open-Failed                        value "N".
               01  WS-Ledger-Switch   PIC X(01)   value "N".
                   88  WS-Ledger-Ready                      value "Y".
                   88  WS-Ledger-Not-Ready                  value "N".
               01  WS-Addr-Switch   PIC X(01)   value "N".
                   88  WS-Addr-Ready                        value "Y".
                   88  WS-Addr-Not-Ready                    value "N".
               01  WS-PerCal-Switch   PIC X(01)   value "N".
                   88  WS-PerCal-Ready                      value "Y".
                   88  WS-PerCal-Not-Ready                  value "N".
               01  WS-Address-Switch   PIC X(01)   value "N".
                   88  WS-Address-Found                     value "Y".
                   88  WS-Address-Not-Found                 value "N".
               01  WS-Current-Switch   PIC X(01)   value "N".
                   88  WS-Current-Posted                    value "Y".
                   88  WS-Current-From-Master               value "N".
               01  WS-Prior-Switch   PIC X(01)   value "N".
                   88  WS-Prior-Found                       value "Y".
                   88  WS-Prior-Not-Found                   value "N".
               01  WS-Scan-Switch   PIC X(01)   value "N".
                   88  WS-Scan-Done                         value "Y".
                   88  WS-Scan-Not-Done                     value "N".
               01  WS-Sort-Eof-Switch   PIC X(01)   value "N".
                   88  WS-Sort-Eof                          value "Y".
                   88  WS-Sort-Not-Eof                      value "N".
               01  WS-Shared-Heading-Switch   PIC X(01)   value "N".
                   88  WS-Shared-Heading-Done               value "Y".
                   88  WS-Shared-Heading-Needed             value "N".

               01  WS-Command-Line-Param   PIC X(40)   value spaces.
               01  WS-Run-Mode   PIC X(08)   value spaces.
                   88  WS-Signoff-Run                   value "SIGNOFF".
               01  WS-Signoff-Operator   PIC X(08)   value spaces.

               01  WS-Threshold-Percent   PIC 9(03)   value 20.
               01  WS-Today   PIC 9(08)   value 0.
               01  WS-Now   PIC 9(06)   value 0.
               01  WS-Review-Period-Date   PIC 9(08)   value 0.
               01  WS-Window-Start-Date   PIC 9(08)   value 0.
               01  WS-Work-Integer   PIC 9(08)   COMP value 0.
               01  WS-Pay-Frequency   PIC X(01)   value "B".
                   88  WS-Pays-Monthly                      value "M".

               01  WS-Current-Gross   PIC S9(7)V99 value 0.
               01  WS-Current-Net   PIC S9(7)V99 value 0.
               01  WS-Prior-Gross   PIC S9(7)V99 value 0.
               01  WS-Prior-Net   PIC S9(7)V99 value 0.
               01  WS-Prior-Period-Date   PIC 9(08)   value 0.
               01  WS-Gross-Percent   PIC S9(5)V9 value 0.
               01  WS-Net-Percent   PIC S9(5)V9 value 0.
               01  WS-Exception-Text   PIC X(30)   value spaces.
               01  WS-Employee-Exceptions   PIC 9(03)   COMP value 0.

               01  WS-Account-Length   PIC 9(02)   COMP value 0.
               01  WS-Mask-Input   PIC X(17)   value spaces.
               01  WS-Account-Masked   PIC X(08)   value spaces.

               01  WS-Group-Value   PIC X(61)   value spaces.
               01  WS-Group-Count   PIC 9(03)   COMP value 0.
               01  WS-Group-Idx   PIC 9(03)   COMP value 0.
               01  WS-GroupTable.
                   05  WS-Group-Entry OCCURS 100 TIMES.
                       10  WG-EmployeeNumber            PIC X(05).
                       10  WG-EmployeeName              PIC X(20).

               01  WS-Bank-Value.
                   05  WB-Routing                       PIC 9(09).
                   05  WB-Account                       PIC X(17).
                   05                                   PIC X(34).
               01  WS-Address-Value.
                   05  WA-Street                        PIC X(30).
                   05  WA-City                          PIC X(20).
                   05  WA-Zip                           PIC X(10).

               01  WS-Review-Totals.
                   05  WS-Reviewed-Count            PIC 9(05)   COMP.
                   05  WS-Exception-Count           PIC 9(05)   COMP.
                   05  WS-Flagged-Employees         PIC 9(05)   COMP.
                   05  WS-Shared-Groups             PIC 9(05)   COMP.

               01  VarHeading2.
               05   PIC X(17)   value spaces.
               05   PIC X(36)   value
                   "Pre-Payroll Variance Review".
               05   PIC X(18)   value "Review period: ".
               05  VH-Period-Date   PIC 9(04)/9(02)/9(02).
               05   PIC X(04)   value spaces.
               05   PIC X(12)   value "Threshold: ".
                   05  VH-Threshold                     PIC ZZ9.
               05   PIC X(01)   value "%".

               01  VarColumnHeadings.
               05   PIC X(05)   value "Emp #".
               05   PIC X(02)   value spaces.
               05   PIC X(20)   value "Employee Name".
               05   PIC X(02)   value spaces.
               05   PIC X(02)   value "St".
               05   PIC X(02)   value spaces.
               05   PIC X(12)   value " Prior Gross".
               05   PIC X(01)   value spaces.
               05   PIC X(12)   value "  Curr Gross".
               05   PIC X(01)   value spaces.
               05   PIC X(07)   value " Gross%".
               05   PIC X(01)   value spaces.
               05   PIC X(12)   value "   Prior Net".
               05   PIC X(01)   value spaces.
               05   PIC X(12)   value "    Curr Net".
               05   PIC X(01)   value spaces.
               05   PIC X(07)   value "   Net%".
               05   PIC X(02)   value spaces.
               05   PIC X(30)   value "Exception".

               01  VarDetailLine.
                   05  VD-EmployeeNumber                PIC X(05).
               05   PIC X(02)   value spaces.
                   05  VD-EmployeeName                  PIC X(20).
               05   PIC X(02)   value spaces.
                   05  VD-Status                        PIC X(02).
               05   PIC X(02)   value spaces.
                   05  VD-Prior-Gross                   PIC Z(6)9.99-.
               05   PIC X(01)   value spaces.
                   05  VD-Current-Gross                 PIC Z(6)9.99-.
               05   PIC X(01)   value spaces.
                   05  VD-Gross-Percent                 PIC ZZZ9.9-.
               05   PIC X(01)   value spaces.
                   05  VD-Prior-Net                     PIC Z(6)9.99-.
               05   PIC X(01)   value spaces.
                   05  VD-Current-Net                   PIC Z(6)9.99-.
               05   PIC X(01)   value spaces.
                   05  VD-Net-Percent                   PIC ZZZ9.9-.
               05   PIC X(02)   value spaces.
                   05  VD-Exception                     PIC X(30).
               01  VarDetailFigures redefines VarDetailLine.
                   05                                   PIC X(33).
                   05  VD-Figures                       PIC X(67).
                   05                                   PIC X(30).

               01  SharedHeading.
               05   PIC X(40)   value
                   "Shared Deposit Accounts and Addresses".

               01  SharedColumnHeadings.
               05   PIC X(14)   value "Shared Item".
               05   PIC X(02)   value spaces.
               05   PIC X(50)   value "Account / Address".
               05   PIC X(02)   value spaces.
               05   PIC X(05)   value "Emp #".
               05   PIC X(02)   value spaces.
               05   PIC X(20)   value "Employee Name".

               01  SharedDetailLine.
                   05  SD-Item                          PIC X(14).
               05   PIC X(02)   value spaces.
                   05  SD-Value                         PIC X(50).
               05   PIC X(02)   value spaces.
                   05  SD-EmployeeNumber                PIC X(05).
               05   PIC X(02)   value spaces.
                   05  SD-EmployeeName                  PIC X(20).

               01  VarTotalLine.
               05   PIC X(10)   value "Reviewed: ".
                   05  VT-Reviewed                      PIC ZZZZ9.
               05   PIC X(03)   value spaces.
               05   PIC X(20)   value "Employees flagged: ".
                   05  VT-Flagged                       PIC ZZZZ9.
               05   PIC X(03)   value spaces.
               05   PIC X(12)   value "Exceptions: ".
                   05  VT-Exceptions                    PIC ZZZZ9.
               05   PIC X(03)   value spaces.
               05   PIC X(15)   value "Shared groups: ".
                   05  VT-Shared                        PIC ZZZZ9.

               01  VarSignoffLine.
               05   PIC X(35)   value
                   "Supervisor sign-off before deposit:".
               05   PIC X(01)   value spaces.
                   05  VSL-Required                     PIC X(40).

       Procedure Division.
           Initilization.
               PERFORM 050-Select-Run-Mode
               PERFORM 600-FormatDate
               PERFORM 700-FormatTime
               IF WS-Signoff-Run
                   PERFORM 800-Sign-Off-Review
               ELSE
                   PERFORM 100-Open-Files
                   IF WS-Files-Ready
                       INITIALIZE WS-Review-Totals
                       PERFORM 110-Read-Threshold
                       PERFORM 120-Find-Review-Period
                       PERFORM 300-Write-Heading
                       SORT SharedSortFile
                           ON ASCENDING KEY SG-Type SG-Value
                                            SG-EmployeeNumber
                           INPUT PROCEDURE IS 400-Review-Employees
                           OUTPUT PROCEDURE IS 460-Report-Shared-Items
                       PERFORM 450-Write-Totals
                       PERFORM 470-Write-Signoff-Record
                   END-IF
                   PERFORM 500-Close-Files
                   IF WS-Open-Failed
                       MOVE 16 TO RETURN-CODE
                   ELSE
                       IF WS-Exception-Count > 0
                           MOVE 4 TO RETURN-CODE
                       END-IF
                   END-IF
               END-IF
               STOP RUN.

           050-Select-Run-Mode.
               ACCEPT WS-Command-Line-Param FROM COMMAND-LINE
               UNSTRING WS-Command-Line-Param
                   DELIMITED BY ALL " "
                   INTO WS-Run-Mode WS-Signoff-Operator
               END-UNSTRING
               MOVE FUNCTION UPPER-CASE(WS-Run-Mode) TO WS-Run-Mode.

           100-Open-Files.
               OPEN INPUT PayrollReport
                   CALL "Validations" USING File_Status, "VARREVIEW"
               OPEN OUTPUT VarianceReportFile
               CALL "Validations" USING VarRpt-Status, "VARREVIEW"
               IF File_Status NOT = "00" OR VarRpt-Status NOT = "00"
                   SET WS-Open-Failed TO TRUE
               END-IF
               OPEN INPUT PayLedgerFile
               IF PayLedger-Status = "00"
                   SET WS-Ledger-Ready TO TRUE
               END-IF
               OPEN INPUT EmployeeAddrFile
               IF EmpAddr-Status = "00"
                   SET WS-Addr-Ready TO TRUE
               END-IF
               OPEN INPUT PayPeriodCalFile
               IF PerCal-Status = "00"
                   SET WS-PerCal-Ready TO TRUE
               END-IF.

           110-Read-Threshold.
               OPEN INPUT VarianceThresholdFile
               IF VarThresh-Status = "00"
                   READ VarianceThresholdFile
                       AT END
                           CONTINUE
                       NOT AT END
                           IF VT-Percent IS NUMERIC
                                   AND VT-Percent > 0
                               MOVE VT-Percent TO WS-Threshold-Percent
                           END-IF
                   END-READ
                   CLOSE VarianceThresholdFile
               END-IF.

      * The review period is the biweekly period end on or after today,
      * as DirectDepositExport settles it.  Pay posted to a T or L
      * employee inside the month before it is treated as current.
           120-Find-Review-Period.
               MOVE WS-Today TO WS-Review-Period-Date
               IF WS-PerCal-Ready
                   MOVE "B" TO PC-Pay-Frequency
                   MOVE WS-Today TO PC-Period-End-Date
                   START PayPeriodCalFile
                           KEY IS GREATER THAN OR EQUAL PC-Key
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           READ PayPeriodCalFile NEXT RECORD
                               AT END
                                   CONTINUE
                               NOT AT END
                                   IF PC-Pay-Frequency = "B"
                                       MOVE PC-Period-End-Date
                                           TO WS-Review-Period-Date
                                   END-IF
                           END-READ
                   END-START
               END-IF
               COMPUTE WS-Work-Integer =
                   FUNCTION INTEGER-OF-DATE(WS-Review-Period-Date)
                       - 31
               COMPUTE WS-Window-Start-Date =
                   FUNCTION DATE-OF-INTEGER(WS-Work-Integer).

           200-Read-Records.
               READ PayrollReport NEXT RECORD
                   AT END
                       SET WS-Eof TO TRUE
                   NOT AT END
                       MOVE EmployeeRecord TO EmployeeRecords
               END-READ.

           300-Write-Heading.
               MOVE WS-Review-Period-Date TO VH-Period-Date
               MOVE WS-Threshold-Percent TO VH-Threshold
               MOVE SPACES TO VarPrintLine
               WRITE VarPrintLine FROM HeaderMain
                   AFTER ADVANCING PAGE
               WRITE VarPrintLine FROM VarHeading2
                   AFTER ADVANCING 1
               WRITE VarPrintLine FROM HeaderMain3
                   AFTER ADVANCING 2
               WRITE VarPrintLine FROM VarColumnHeadings
                   AFTER ADVANCING 2.

           400-Review-Employees.
               PERFORM 200-Read-Records
               PERFORM 405-Review-One-Employee
                   UNTIL WS-Eof.

           405-Review-One-Employee.
               ADD 1 TO WS-Reviewed-Count
               MOVE 0 TO WS-Employee-Exceptions
               PERFORM 410-Find-Current-Figures
               PERFORM 415-Find-Prior-Figures
               PERFORM 420-Compute-Swings
               PERFORM 430-Check-Employee
               IF WS-Employee-Exceptions > 0
                   ADD 1 TO WS-Flagged-Employees
               END-IF
               PERFORM 440-Release-Shared-Keys
               PERFORM 200-Read-Records.

           410-Find-Current-Figures.
               SET WS-Current-From-Master TO TRUE
               MOVE 0 TO WS-Current-Net
               IF WS-Ledger-Ready AND PP-Date-Numeric IS NUMERIC
                   MOVE EmployeeNumber TO LG-EmployeeNumber
                   MOVE PP-Date-Numeric TO LG-Period-Date
                   READ PayLedgerFile
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           SET WS-Current-Posted TO TRUE
                           MOVE LG-Gross TO WS-Current-Gross
                           MOVE LG-Net TO WS-Current-Net
                   END-READ
               END-IF
               IF WS-Current-From-Master
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
                   IF WS-Pays-Monthly
                       MOVE Monthly-Gross TO WS-Current-Gross
                   ELSE
                       MOVE Biweekly-Gross TO WS-Current-Gross
                   END-IF
               END-IF.

      * The prior period is the latest regular ledger period before
      * the employee's current period date.
           415-Find-Prior-Figures.
               SET WS-Prior-Not-Found TO TRUE
               MOVE 0 TO WS-Prior-Gross WS-Prior-Net
                         WS-Prior-Period-Date
               IF WS-Ledger-Ready
                   SET WS-Scan-Not-Done TO TRUE
                   MOVE EmployeeNumber TO LG-EmployeeNumber
                   MOVE 0 TO LG-Period-Date
                   START PayLedgerFile
                           KEY IS GREATER THAN OR EQUAL LG-Key
                       INVALID KEY
                           SET WS-Scan-Done TO TRUE
                   END-START
                   PERFORM 417-Scan-One-Ledger
                       UNTIL WS-Scan-Done
               END-IF.

           417-Scan-One-Ledger.
               READ PayLedgerFile NEXT RECORD
                   AT END
                       SET WS-Scan-Done TO TRUE
                   NOT AT END
                       IF LG-EmployeeNumber NOT = EmployeeNumber
                               OR LG-Period-Date >= PP-Date-Numeric
                           SET WS-Scan-Done TO TRUE
                       ELSE
                           IF LG-Regular-Pay
                               SET WS-Prior-Found TO TRUE
                               MOVE LG-Period-Date
                                   TO WS-Prior-Period-Date
                               MOVE LG-Gross TO WS-Prior-Gross
                               MOVE LG-Net TO WS-Prior-Net
                           END-IF
                       END-IF
               END-READ.

           420-Compute-Swings.
               MOVE 0 TO WS-Gross-Percent WS-Net-Percent
               IF WS-Prior-Found AND WS-Prior-Gross NOT = 0
                   COMPUTE WS-Gross-Percent ROUNDED =
                       (WS-Current-Gross - WS-Prior-Gross) * 100
                           / WS-Prior-Gross
                       ON SIZE ERROR
                           MOVE 9999.9 TO WS-Gross-Percent
                   END-COMPUTE
               END-IF
               IF WS-Prior-Found AND WS-Current-Posted
                       AND WS-Prior-Net NOT = 0
                   COMPUTE WS-Net-Percent ROUNDED =
                       (WS-Current-Net - WS-Prior-Net) * 100
                           / WS-Prior-Net
                       ON SIZE ERROR
                           MOVE 9999.9 TO WS-Net-Percent
                   END-COMPUTE
               END-IF.

           430-Check-Employee.
               IF Employee-Active
                   IF WS-Gross-Percent > WS-Threshold-Percent
                           OR WS-Gross-Percent
                               < 0 - WS-Threshold-Percent
                       MOVE "Gross pay swing over threshold"
                           TO WS-Exception-Text
                       PERFORM 435-Print-Exception
                   END-IF
                   IF WS-Net-Percent > WS-Threshold-Percent
                           OR WS-Net-Percent
                               < 0 - WS-Threshold-Percent
                       MOVE "Net pay swing over threshold"
                           TO WS-Exception-Text
                       PERFORM 435-Print-Exception
                   END-IF
                   IF WS-Current-Posted AND WS-Current-Net <= 0
                       MOVE "Zero or negative net pay"
                           TO WS-Exception-Text
                       PERFORM 435-Print-Exception
                   END-IF
                   IF ManagerNumber = SPACES
                       MOVE "No manager assigned"
                           TO WS-Exception-Text
                       PERFORM 435-Print-Exception
                   END-IF
                   PERFORM 437-Find-Address
                   IF WS-Address-Not-Found
                       MOVE "No mailing address on file"
                           TO WS-Exception-Text
                       PERFORM 435-Print-Exception
                   END-IF
               ELSE
                   IF WS-Current-Posted AND WS-Current-Gross NOT = 0
                           AND PP-Date-Numeric >= WS-Window-Start-Date
                       IF Employee-Terminated
                           MOVE "Pay posted to terminated employee"
                               TO WS-Exception-Text
                       ELSE
                           MOVE "Pay posted to employee on leave"
                               TO WS-Exception-Text
                       END-IF
                       PERFORM 435-Print-Exception
                   END-IF
               END-IF.

           435-Print-Exception.
               ADD 1 TO WS-Exception-Count
               ADD 1 TO WS-Employee-Exceptions
               MOVE SPACES TO VarDetailLine
               MOVE WS-Exception-Text TO VD-Exception
               IF WS-Employee-Exceptions = 1
                   MOVE EmployeeNumber TO VD-EmployeeNumber
                   MOVE EmployeeName TO VD-EmployeeName
                   MOVE EmployeeStatus TO VD-Status
                   MOVE WS-Current-Gross TO VD-Current-Gross
                   IF WS-Prior-Found
                       MOVE WS-Prior-Gross TO VD-Prior-Gross
                       MOVE WS-Prior-Net TO VD-Prior-Net
                       MOVE WS-Gross-Percent TO VD-Gross-Percent
                   END-IF
                   IF WS-Current-Posted
                       MOVE WS-Current-Net TO VD-Current-Net
                       IF WS-Prior-Found
                           MOVE WS-Net-Percent TO VD-Net-Percent
                       END-IF
                   END-IF
               END-IF
               WRITE VarPrintLine FROM VarDetailLine
                   AFTER ADVANCING 1.

           437-Find-Address.
               SET WS-Address-Not-Found TO TRUE
               MOVE SPACES TO EmployeeAddrRecord
               IF WS-Addr-Ready
                   MOVE EmployeeNumber TO AD-EmployeeNumber
                   READ EmployeeAddrFile
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF AD-Street NOT = SPACES
                               SET WS-Address-Found TO TRUE
                           END-IF
                   END-READ
               END-IF.

      * Every deposit account and mailing address of an active
      * employee goes to the sort; equal values sort together and a
      * run of two or more is a shared item.
           440-Release-Shared-Keys.
               IF Employee-Active
                   MOVE EmployeeNumber TO SG-EmployeeNumber
                   MOVE EmployeeName TO SG-EmployeeName
                   IF BankRoutingNumber NOT = 0
                       MOVE SPACES TO WS-Bank-Value
                       MOVE BankRoutingNumber TO WB-Routing
                       MOVE BankAccountNumber TO WB-Account
                       SET SG-Bank-Account TO TRUE
                       MOVE WS-Bank-Value TO SG-Value
                       RELEASE SharedSortRecord
                   END-IF
                   IF BankRoutingNumber2 NOT = 0
                           AND (BankRoutingNumber2
                                   NOT = BankRoutingNumber
                               OR BankAccountNumber2
                                   NOT = BankAccountNumber)
                       MOVE SPACES TO WS-Bank-Value
                       MOVE BankRoutingNumber2 TO WB-Routing
                       MOVE BankAccountNumber2 TO WB-Account
                       SET SG-Bank-Account TO TRUE
                       MOVE WS-Bank-Value TO SG-Value
                       RELEASE SharedSortRecord
                   END-IF
                   IF WS-Address-Found
                       MOVE FUNCTION UPPER-CASE(AD-Street)
                           TO WA-Street
                       MOVE FUNCTION UPPER-CASE(AD-City) TO WA-City
                       MOVE AD-Zip TO WA-Zip
                       SET SG-Address TO TRUE
                       MOVE WS-Address-Value TO SG-Value
                       RELEASE SharedSortRecord
                   END-IF
               END-IF.

           460-Report-Shared-Items.
               SET WS-Sort-Not-Eof TO TRUE
               SET WS-Shared-Heading-Needed TO TRUE
               MOVE 0 TO WS-Group-Count
               MOVE SPACES TO WS-Group-Value
               PERFORM 462-Return-Shared-Record
               PERFORM 464-Group-Shared-Record
                   UNTIL WS-Sort-Eof
               PERFORM 466-Close-Shared-Group.

           462-Return-Shared-Record.
               RETURN SharedSortFile
                   AT END
                       SET WS-Sort-Eof TO TRUE
               END-RETURN.

           464-Group-Shared-Record.
               IF SG-Type NOT = WS-Group-Value (1:1)
                       OR SG-Value NOT = WS-Group-Value (2:60)
                   PERFORM 466-Close-Shared-Group
                   MOVE SG-Type TO WS-Group-Value (1:1)
                   MOVE SG-Value TO WS-Group-Value (2:60)
               END-IF
               IF WS-Group-Count < 100
                   ADD 1 TO WS-Group-Count
                   MOVE SG-EmployeeNumber
                       TO WG-EmployeeNumber (WS-Group-Count)
                   MOVE SG-EmployeeName
                       TO WG-EmployeeName (WS-Group-Count)
               END-IF
               PERFORM 462-Return-Shared-Record.

           466-Close-Shared-Group.
               IF WS-Group-Count > 1
                   ADD 1 TO WS-Shared-Groups
                   ADD WS-Group-Count TO WS-Exception-Count
                   IF WS-Shared-Heading-Needed
                       SET WS-Shared-Heading-Done TO TRUE
                       MOVE SPACES TO VarPrintLine
                       WRITE VarPrintLine FROM SharedHeading
                           AFTER ADVANCING 3
                       WRITE VarPrintLine FROM SharedColumnHeadings
                           AFTER ADVANCING 2
                   END-IF
                   MOVE SPACES TO SharedDetailLine
                   IF WS-Group-Value (1:1) = "B"
                       MOVE "Bank account" TO SD-Item
                       MOVE WS-Group-Value (2:60) TO WS-Bank-Value
                       MOVE WB-Account TO WS-Mask-Input
                       PERFORM 480-Mask-Account-Number
                       STRING "Routing " DELIMITED BY SIZE
                              WB-Routing DELIMITED BY SIZE
                              "  Account " DELIMITED BY SIZE
                              WS-Account-Masked DELIMITED BY SIZE
                           INTO SD-Value
                       END-STRING
                   ELSE
                       MOVE "Address" TO SD-Item
                       MOVE WS-Group-Value (2:60) TO WS-Address-Value
                       STRING WA-Street DELIMITED BY "  "
                              ", " DELIMITED BY SIZE
                              WA-City DELIMITED BY "  "
                              " " DELIMITED BY SIZE
                              WA-Zip DELIMITED BY SIZE
                           INTO SD-Value
                       END-STRING
                   END-IF
                   PERFORM 468-Print-Group-Member
                       VARYING WS-Group-Idx FROM 1 BY 1
                       UNTIL WS-Group-Idx > WS-Group-Count
               END-IF
               MOVE 0 TO WS-Group-Count.

           468-Print-Group-Member.
               MOVE WG-EmployeeNumber (WS-Group-Idx)
                   TO SD-EmployeeNumber
               MOVE WG-EmployeeName (WS-Group-Idx) TO SD-EmployeeName
               WRITE VarPrintLine FROM SharedDetailLine
                   AFTER ADVANCING 1
               MOVE SPACES TO SD-Item SD-Value.

           480-Mask-Account-Number.
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
               MOVE WS-Reviewed-Count TO VT-Reviewed
               MOVE WS-Flagged-Employees TO VT-Flagged
               MOVE WS-Exception-Count TO VT-Exceptions
               MOVE WS-Shared-Groups TO VT-Shared
               MOVE SPACES TO VarPrintLine
               WRITE VarPrintLine FROM VarTotalLine
                   AFTER ADVANCING 3
               IF WS-Exception-Count > 0
                   MOVE "REQUIRED - deposit step is held"
                       TO VSL-Required
               ELSE
                   MOVE "not required - no exceptions"
                       TO VSL-Required
               END-IF
               MOVE SPACES TO VarPrintLine
               WRITE VarPrintLine FROM VarSignoffLine
                   AFTER ADVANCING 1.

           470-Write-Signoff-Record.
               MOVE SPACES TO VarianceSignoffRecord
               MOVE WS-Today TO VS-Review-Date
               MOVE WS-Now TO VS-Review-Time
               MOVE WS-Exception-Count TO VS-Exception-Count
               IF WS-Exception-Count > 0
                   SET VS-Pending TO TRUE
               ELSE
                   SET VS-Clear TO TRUE
               END-IF
               MOVE 0 TO VS-Signed-Date
               OPEN OUTPUT VarianceSignoffFile
               WRITE VarianceSignoffRecord
               CLOSE VarianceSignoffFile.

           500-Close-Files.
               CLOSE PayrollReport
               CLOSE VarianceReportFile
               IF WS-Ledger-Ready
                   CLOSE PayLedgerFile
               END-IF
               IF WS-Addr-Ready
                   CLOSE EmployeeAddrFile
               END-IF
               IF WS-PerCal-Ready
                   CLOSE PayPeriodCalFile
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
               MOVE LK_Time_HMS_Numeric TO HeaderTime
               MOVE LK_Time_HMS_Numeric TO WS-Now.

      * Supervisor sign-off of the latest review.
           800-Sign-Off-Review.
               IF WS-Signoff-Operator = SPACES
                   DISPLAY "VARREVIEW: SIGNOFF needs an operator id"
                   MOVE 16 TO RETURN-CODE
               ELSE
                   OPEN INPUT VarianceSignoffFile
                   MOVE SPACES TO VarianceSignoffRecord
                   IF VarSignoff-Status = "00"
                       READ VarianceSignoffFile
                           AT END
                               MOVE SPACES TO VarianceSignoffRecord
                       END-READ
                       CLOSE VarianceSignoffFile
                   END-IF
                   IF VS-Pending
                       SET VS-Signed-Off TO TRUE
                       MOVE WS-Signoff-Operator TO VS-Signed-By
                       MOVE WS-Today TO VS-Signed-Date
                       OPEN OUTPUT VarianceSignoffFile
                       WRITE VarianceSignoffRecord
                       CLOSE VarianceSignoffFile
                       DISPLAY "VARREVIEW: review of " VS-Review-Date
                           " with " VS-Exception-Count
                           " exceptions signed off by "
                           WS-Signoff-Operator
                   ELSE
                       DISPLAY "VARREVIEW: no review is awaiting "
                           "sign-off"
                       MOVE 4 TO RETURN-CODE
                   END-IF
               END-IF.

               End Program PayVarianceReview.
