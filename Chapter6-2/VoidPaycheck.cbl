       Identification Division.
           Program-ID. VoidPaycheck.
               Author. Anthony Downs.
               Installation.
               Date-Written. October 15, 2026.
               Date-Compiled.
               Security.

      * Voids a posted paycheck.  Each card on VoidRequestFile names an
      * employee, the ledger period date being voided, and the reason.
      * For each one a negative reversing entry is written to the pay
      * ledger (dated the first free posting date on or after today
      * that is not a regular period end on PayPeriodCal, so the next
      * payroll run cannot replace it, with the voided period carried
      * in LG-Reference-Date), the original entry is stamped with the
      * void date so it cannot be voided twice, and the amounts are
      * backed out of the year-to-date accumulator for the year and
      * quarter of the original period.  When EntityTransfer has
      * closed part of that year out to EntityYtdFile and the voided
      * period falls before a transfer, the amounts come off the
      * close-out record for that period instead, and its Social
      * Security wages and the wage-base credit it passed to later
      * successor employers are reduced to match.  A period that
      * predates a transfer back to the same EIN cannot be placed on
      * a close-out record and the void is rejected.  Loan repayments
      * taken by the voided pay are put back on the loan balance.
      * If the pay went out as a paper check that is
      * still outstanding, the check is marked V on CheckRegisterFile
      * so the next PositivePayExport run sends a void to the bank.
      * Reversing lines are queued on GlAdjustFile for GlPostingExport,
      * and a void register listing the operator and reason is printed
      * for the auditors.  A paycheck from a year YearEndClose has
      * closed cannot be voided here, since its year-to-date totals and
      * ledger are frozen.  Command-line options:
      *     columns 1-8     operator ID
       Environment Division.
           Configuration Section.
               Special-Names.

           Input-Output Section.
               File-Control.
                   Select VoidRequestFile assign to VoidReq
                       Organization is Line Sequential
                       File Status is VoidReq-Status.

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

                   Select YtdAccumFile assign to YtdAccum
                       File Status is YtdAccum-Status
                       Organization is Indexed
                       Access Mode is Dynamic
                       Record Key is YT-Key.

                   Select PayLedgerFile assign to PayLedgr
                       File Status is PayLedger-Status
                       Organization is Indexed
                       Access Mode is Dynamic
                       Record Key is LG-Key.

                   Select Optional CheckRegisterFile assign to CheckReg
                       File Status is CheckReg-Status
                       Organization is Indexed
                       Access Mode is Dynamic
                       Record Key is CG-Check-Number.

                   Select Optional EntityYtdFile assign to EntityYtd
                       File Status is EntityYtd-Status
                       Organization is Indexed
                       Access Mode is Dynamic
                       Record Key is EY-Key.

                   Select Optional LoanFile assign to Loans
                       File Status is Loan-Status
                       Organization is Indexed
                       Access Mode is Dynamic
                       Record Key is LN-Key.

                   Select GlAdjustFile assign to GlAdj
                       Organization is Line Sequential
                       File Status is GlAdj-Status.

                   Select VoidRegisterFile assign to VoidRpt
                       Organization is Line Sequential
                       File Status is VoidRpt-Status.

               I-O-Control.

       Data Division.
           File Section.
               FD  VoidRequestFile
                   Record Contains 80 characters.
                   01  VoidRequestLine.
                       05  VR-EmployeeNumber                PIC X(05).
                       05                                   PIC X(01).
                       05  VR-Period-Date                   PIC 9(08).
                       05                                   PIC X(01).
                       05  VR-Reason                        PIC X(30).
                       05                                   PIC X(35).

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

               FD  CheckRegisterFile.
                   01  CheckRegisterRecord.
                       05  CG-Check-Number                  PIC 9(08).
                       05  CG-EmployeeNumber                PIC X(05).
                       05  CG-EmployeeName                  PIC X(20).
                       05  CG-Check-Amount               PIC 9(07)V99.
                       05  CG-Issue-Date                    PIC 9(08).
                       05  CG-Status                        PIC X(01).
                           88  CG-Outstanding               value "O".
                           88  CG-Paid                      value "P".
                           88  CG-Voided                    value "V".
                           88  CG-Void-Sent                 value "X".
                       05  CG-Paid-Date                     PIC 9(08).

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

               FD  GlAdjustFile
                   Record Contains 80 characters.
                   01  GlAdjustLine                        PIC X(80).

               FD  VoidRegisterFile
                   Record Contains 132 characters.
                   01  VoidRptPrintLine                    PIC X(132).

           Working-Storage Section.
               COPY "Misc.cpy".
              COPY "WS_Date.cpy" REPLACING LEADING ==Prefix== BY ==LK==.
               COPY "HeaderMain.cpy".
               COPY "EmployeeRecord.cpy".

               01  VoidReq-Status                      PIC X(02).
               01  YtdAccum-Status                     PIC X(02).
               01  PayLedger-Status                    PIC X(02).
               01  CheckReg-Status                     PIC X(02).
               01  GlAdj-Status                        PIC X(02).
               01  EntityYtd-Status                    PIC X(02).
               01  Loan-Status                         PIC X(02).
               01  VoidRpt-Status                      PIC X(02).

               01  WS-Open-Switch   PIC X(01)   value "Y".
                   88  WS-Files-Ready                       value "Y".
                   88  WS-Open-Failed                        value "N".

               01  WS-CheckReg-Switch   PIC X(01)   value "N".
                   88  WS-CheckReg-Ready                    value "Y".
                   88  WS-CheckReg-Not-Ready                value "N".
               01  WS-CheckScan-Switch   PIC X(01)   value "N".
                   88  WS-CheckScan-Eof                     value "Y".
                   88  WS-CheckScan-Not-Eof                 value "N".
               01  WS-Check-Found-Switch   PIC X(01)   value "N".
                   88  WS-Check-Found                       value "Y".
                   88  WS-Check-Not-Found                   value "N".
               01  WS-Date-Free-Switch   PIC X(01)   value "N".
                   88  WS-Date-Free                         value "Y".
                   88  WS-Date-Taken                        value "N".
               01  WS-Period-End-Answer   PIC X(01)   value "N".
                   88  WS-On-Period-End                     value "Y".
               01  WS-EntityYtd-Switch   PIC X(01)   value "N".
                   88  WS-EntityYtd-Ready                   value "Y".
                   88  WS-EntityYtd-Not-Ready               value "N".
               01  WS-Scan-Switch   PIC X(01)   value "N".
                   88  WS-Scan-Eof                          value "Y".
                   88  WS-Scan-Not-Eof                      value "N".
               01  WS-Segment-Switch   PIC X(01)   value "N".
                   88  WS-Segment-Found                     value "Y".
                   88  WS-Segment-Not-Found                 value "N".
               01  WS-Loan-Switch   PIC X(01)   value "N".
                   88  WS-Loan-Ready                        value "Y".
                   88  WS-Loan-Not-Ready                    value "N".
               01  WS-Loan-Eof-Switch   PIC X(01)   value "N".
                   88  WS-Loan-Eof                          value "Y".
                   88  WS-Loan-Not-Eof                      value "N".

               01  WS-Entry-Switch   PIC X(01)   value "Y".
                   88  WS-Entry-Valid                       value "Y".
                   88  WS-Entry-Invalid                     value "N".
               01  WS-Reject-Reason   PIC X(40)   value spaces.
               01  WS-Year-Closed-Answer   PIC X(01)   value "N".
                   88  WS-Pay-Year-Closed                   value "Y".

               01  WS-Command-Line-Param   PIC X(40)   value spaces.
               01  WS-Operator-Id   PIC X(08)   value spaces.
               01  WS-Today   PIC 9(08)   value 0.
               01  WS-Reversal-Date   PIC 9(08)   value 0.
               01  WS-Reversal-Integer   PIC 9(08)   COMP value 0.
               01  WS-Voided-Period.
                   05  WS-Voided-Year                   PIC 9(04).
                   05  WS-Voided-Month                  PIC 9(02).
                   05  WS-Voided-Day                    PIC 9(02).
               01  WS-Qtr-Idx   PIC 9(01)   COMP value 0.
               01  WS-Check-Number   PIC 9(08)   value 0.

      *    The voided employee's close-out records for the voided
      *    year, and the one the voided period belongs to.
               01  WS-Close-Out-Count   PIC 9(02)   COMP value 0.
               01  WS-Close-Out-Idx   PIC 9(02)   COMP value 0.
               01  WS-Segment-Idx   PIC 9(02)   COMP value 0.
               01  WS-Seq-Idx   PIC 9(02)   COMP value 0.
               01  WS-High-Seq   PIC 9(02)   value 0.
               01  WS-Last-Closed-Date   PIC 9(08)   value 0.
               01  WS-Prior-Seq-Switch   PIC X(01)   value "N".
                   88  WS-Prior-Seq-Found                   value "Y".
                   88  WS-Prior-Seq-Missing                 value "N".
               01  WS-Close-Out-Table.
                   05  WS-Close-Out OCCURS 12 TIMES.
                       10  WS-CO-Company                PIC X(02).
                       10  WS-CO-Seq                    PIC 9(02).
                       10  WS-CO-Closed-Date            PIC 9(08).
               01  WS-SocSec-Wages   PIC S9(8)V99 value 0.
               01  WS-Credit-Delta   PIC S9(8)V99 value 0.
               01  WS-Check-Result   PIC X(12)   value spaces.

               01  WS-Original-Ledger.
                   05  VO-Key.
                       10  VO-EmployeeNumber            PIC X(05).
                       10  VO-Period-Date               PIC 9(08).
                   05  VO-Gross                     PIC S9(7)V99.
                   05  VO-Withholding               PIC S9(7)V99.
                   05  VO-Soc-Sec                   PIC S9(7)V99.
                   05  VO-Medicare                  PIC S9(7)V99.
                   05  VO-State-Tax                 PIC S9(7)V99.
                   05  VO-Deductions                PIC S9(7)V99.
                   05  VO-Garnishment               PIC S9(7)V99.
                   05  VO-Net                       PIC S9(7)V99.
                   05  VO-Pay-Date                      PIC 9(08).
                   05  VO-Pay-Type                      PIC X(01).
                       88  VO-Off-Cycle-Pay             value "O".
                       88  VO-Void-Reversal             value "V".
                   05  VO-Reference-Date                PIC 9(08).
                   05  VO-Imputed-Income            PIC S9(7)V99.

               01  WS-Void-Count   PIC 9(05)   COMP value 0.
               01  WS-Reject-Count   PIC 9(05)   COMP value 0.
               01  WS-Check-Void-Count   PIC 9(05)   COMP value 0.
               01  WS-Total-Gross   PIC S9(9)V99 value 0.
               01  WS-Total-Net   PIC S9(9)V99 value 0.

               01  GlAdjustRecord.
                   05  GA-Record-Type                   PIC X(06).
                   05                                   PIC X(01).
                   05  GA-EmployeeNumber                PIC X(05).
                   05                                   PIC X(01).
                   05  GA-Territory                     PIC X(02).
                   05  GA-Office                        PIC X(02).
                   05                                   PIC X(01).
                   05  GA-Period-Date                   PIC 9(08).
                   05                                   PIC X(01).
                   05  GA-Amount                     PIC 9(07)V99.
                   05                                   PIC X(44).

               01  VoidHeading2.
               05   PIC X(17)   value spaces.
               05   PIC X(23)   value "Paycheck Void Register".
               05   PIC X(3)   value spaces.
               05   PIC X(10)   value "Operator: ".
                   05  VH-Operator                      PIC X(08).

               01  VoidColumnHeadings.
               05   PIC X(05)   value "Emp #".
               05   PIC X(2)   value spaces.
               05   PIC X(20)   value "Employee Name".
               05   PIC X(2)   value spaces.
               05   PIC X(10)   value "Period".
               05   PIC X(2)   value spaces.
               05   PIC X(10)   value "Posted On".
               05   PIC X(2)   value spaces.
               05   PIC X(10)   value "     Gross".
               05   PIC X(2)   value spaces.
               05   PIC X(10)   value "   Net Pay".
               05   PIC X(2)   value spaces.
               05   PIC X(12)   value "Check".
               05   PIC X(2)   value spaces.
               05   PIC X(30)   value "Reason / Status".

               01  VoidDetailLine.
                   05  VD-EmployeeNumber                PIC X(05).
               05   PIC X(2) value spaces.
                   05  VD-EmployeeName                  PIC X(20).
               05   PIC X(2) value spaces.
               05  VD-Period-Date   PIC 9(04)/9(02)/9(02).
               05   PIC X(2) value spaces.
               05  VD-Reversal-Date   PIC 9(04)/9(02)/9(02).
               05   PIC X(2) value spaces.
               05  VD-Gross   PIC $Z(5)9.99.
               05   PIC X(2) value spaces.
               05  VD-Net   PIC $Z(5)9.99.
               05   PIC X(2) value spaces.
                   05  VD-Check-Result                  PIC X(12).
               05   PIC X(2) value spaces.
                   05  VD-Message                       PIC X(40).

               01  VoidTotalLine.
               05   PIC X(08)   value "Voided: ".
                   05  VT-Void-Count                    PIC ZZZZ9.
               05   PIC X(3)   value spaces.
               05   PIC X(10)   value "Rejected: ".
                   05  VT-Reject-Count                  PIC ZZZZ9.
               05   PIC X(3)   value spaces.
               05   PIC X(15)   value "Checks Voided: ".
                   05  VT-Check-Void-Count              PIC ZZZZ9.
               05   PIC X(3)   value spaces.
               05   PIC X(13)   value "Total Gross: ".
               05  VT-Total-Gross   PIC $Z(7)9.99.
               05   PIC X(3)   value spaces.
               05   PIC X(11)   value "Total Net: ".
               05  VT-Total-Net   PIC $Z(7)9.99.

       Procedure Division.
           Initilization.
               PERFORM 600-FormatDate
               PERFORM 700-FormatTime
               PERFORM 050-Select-Operator
               PERFORM 100-Open-Files
               IF WS-Files-Ready
                   PERFORM 300-Write-Heading
                   PERFORM 200-Read-Records
                   PERFORM 400-Process-One-Void
                       UNTIL WS-Eof
                   PERFORM 450-Write-Totals
               END-IF
               PERFORM 500-Close-Files.
               IF WS-Open-Failed
                   MOVE 16 TO RETURN-CODE
               ELSE
                   IF WS-Reject-Count > 0
                       MOVE 4 TO RETURN-CODE
                   END-IF
               END-IF
               STOP RUN.

           050-Select-Operator.
               ACCEPT WS-Command-Line-Param FROM COMMAND-LINE
               MOVE WS-Command-Line-Param(1:8) TO WS-Operator-Id.

           100-Open-Files.
               OPEN INPUT VoidRequestFile
               CALL "Validations" USING VoidReq-Status, "VOIDPAYCHK"
               OPEN INPUT PayrollReport
                   CALL "Validations" USING File_Status, "VOIDPAYCHK"
               OPEN I-O YtdAccumFile
               CALL "Validations" USING YtdAccum-Status, "VOIDPAYCHK"
               OPEN I-O PayLedgerFile
               CALL "Validations" USING PayLedger-Status, "VOIDPAYCHK"
               OPEN EXTEND GlAdjustFile
               IF GlAdj-Status NOT = "00"
                   OPEN OUTPUT GlAdjustFile
               END-IF
               OPEN OUTPUT VoidRegisterFile
               CALL "Validations" USING VoidRpt-Status, "VOIDPAYCHK"
               IF VoidReq-Status NOT = "00"
                       OR File_Status NOT = "00"
                       OR YtdAccum-Status NOT = "00"
                       OR PayLedger-Status NOT = "00"
                       OR GlAdj-Status NOT = "00"
                       OR VoidRpt-Status NOT = "00"
                   SET WS-Open-Failed TO TRUE
               END-IF
               OPEN I-O CheckRegisterFile
               IF CheckReg-Status = "00"
                   SET WS-CheckReg-Ready TO TRUE
               END-IF
               OPEN I-O EntityYtdFile
               IF EntityYtd-Status = "00"
                   SET WS-EntityYtd-Ready TO TRUE
               END-IF
               OPEN I-O LoanFile
               IF Loan-Status = "00"
                   SET WS-Loan-Ready TO TRUE
               END-IF.

           200-Read-Records.
               READ VoidRequestFile
                   AT END
                       SET WS-Eof TO TRUE
               END-READ.

           300-Write-Heading.
               MOVE "Paycheck Voids" TO HeaderReportTitle
               MOVE WS-Operator-Id TO VH-Operator
               MOVE SPACES TO VoidRptPrintLine
               WRITE VoidRptPrintLine FROM HeaderMain
                   AFTER ADVANCING PAGE
               WRITE VoidRptPrintLine FROM VoidHeading2
                   AFTER ADVANCING 1
               WRITE VoidRptPrintLine FROM HeaderMain3
                   AFTER ADVANCING 2
               WRITE VoidRptPrintLine FROM VoidColumnHeadings
                   AFTER ADVANCING 2.

           400-Process-One-Void.
               SET WS-Entry-Valid TO TRUE
               MOVE SPACES TO WS-Reject-Reason WS-Check-Result
               MOVE 0 TO WS-Reversal-Date
               SET WS-Segment-Not-Found TO TRUE
               INITIALIZE WS-Original-Ledger
               INITIALIZE EmployeeRecords
               MOVE VR-EmployeeNumber TO PR-EmployeeNumber
               READ PayrollReport
                   INVALID KEY
                       MOVE "*NOT ON PAYROLL FILE" TO EmployeeName
                   NOT INVALID KEY
                       MOVE EmployeeRecord TO EmployeeRecords
               END-READ
               PERFORM 405-Validate-Void-Request
               IF WS-Entry-Valid
                   PERFORM 410-Find-Reversal-Date
                   PERFORM 415-Write-Reversing-Entry
                   PERFORM 420-Stamp-Original-Entry
                   PERFORM 425-Back-Out-Ytd
                   PERFORM 430-Void-Outstanding-Check
                   PERFORM 435-Queue-Gl-Reversal
                   PERFORM 436-Restore-Loan-Repayments
                   ADD 1 TO WS-Void-Count
                   ADD VO-Gross TO WS-Total-Gross
                   ADD VO-Net TO WS-Total-Net
                   MOVE VR-Reason TO VD-Message
               ELSE
                   ADD 1 TO WS-Reject-Count
                   MOVE WS-Reject-Reason TO VD-Message
               END-IF
               PERFORM 440-Write-Register-Line
               PERFORM 200-Read-Records.

           405-Validate-Void-Request.
               IF VR-Reason = SPACES
                   SET WS-Entry-Invalid TO TRUE
                   MOVE "A void reason is required"
                       TO WS-Reject-Reason
               END-IF
               IF WS-Entry-Valid
                   MOVE VR-Period-Date TO WS-Voided-Period
                   CALL "YearCloseCheck"
                       USING WS-Voided-Year, WS-Year-Closed-Answer
                   IF WS-Pay-Year-Closed
                       SET WS-Entry-Invalid TO TRUE
                       MOVE "Pay year has been closed by year-end"
                           TO WS-Reject-Reason
                   END-IF
               END-IF
               IF WS-Entry-Valid
                   MOVE VR-EmployeeNumber TO LG-EmployeeNumber
                   MOVE VR-Period-Date TO LG-Period-Date
                   READ PayLedgerFile
                       INVALID KEY
                           SET WS-Entry-Invalid TO TRUE
                           MOVE "No ledger entry for employee/period"
                               TO WS-Reject-Reason
                       NOT INVALID KEY
                           MOVE PayLedgerRecord TO WS-Original-Ledger
                   END-READ
               END-IF
               IF WS-Entry-Valid
                   EVALUATE TRUE
                       WHEN VO-Void-Reversal
                           SET WS-Entry-Invalid TO TRUE
                           MOVE "Entry is itself a void reversal"
                               TO WS-Reject-Reason
                       WHEN VO-Reference-Date NOT = 0
                           SET WS-Entry-Invalid TO TRUE
                           MOVE "Entry has already been voided"
                               TO WS-Reject-Reason
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
               END-IF
               IF WS-Entry-Valid AND WS-EntityYtd-Ready
                   PERFORM 406-Find-Entity-Segment
               END-IF.

      *****************************************************************
      * A period before the last transfer of the year was closed out  *
      * to EntityYtdFile.  Close-out k (by transfer sequence) holds   *
      * the periods from close-out k-1's effective date up to its own *
      * effective date, so the period belongs to the close-out with   *
      * the earliest effective date after it, provided the one before *
      * that is still on file.  If it is not, the employee has since  *
      * returned to that EIN and its amounts were merged elsewhere.   *
      *****************************************************************
           406-Find-Entity-Segment.
               MOVE 0 TO WS-Close-Out-Count WS-Segment-Idx
                   WS-High-Seq WS-Last-Closed-Date
               SET WS-Scan-Not-Eof TO TRUE
               MOVE VO-EmployeeNumber TO EY-EmployeeNumber
               MOVE WS-Voided-Year TO EY-Year
               MOVE LOW-VALUES TO EY-Company-Code
               START EntityYtdFile KEY IS GREATER THAN OR EQUAL EY-Key
                   INVALID KEY
                       SET WS-Scan-Eof TO TRUE
               END-START
               PERFORM 407-Load-One-Close-Out
                   UNTIL WS-Scan-Eof
               IF VO-Period-Date < WS-Last-Closed-Date
                   PERFORM 408-Check-One-Close-Out
                       VARYING WS-Close-Out-Idx FROM 1 BY 1
                       UNTIL WS-Close-Out-Idx > WS-Close-Out-Count
                   SET WS-Prior-Seq-Missing TO TRUE
                   IF WS-CO-Seq (WS-Segment-Idx) = 1
                       SET WS-Prior-Seq-Found TO TRUE
                   ELSE
                       PERFORM 409-Look-For-Prior-Seq
                           VARYING WS-Close-Out-Idx FROM 1 BY 1
                           UNTIL WS-Close-Out-Idx > WS-Close-Out-Count
                   END-IF
                   IF WS-Prior-Seq-Found
                       SET WS-Segment-Found TO TRUE
                   ELSE
                       SET WS-Entry-Invalid TO TRUE
                       MOVE "Pay predates a transfer back to its EIN"
                           TO WS-Reject-Reason
                   END-IF
               END-IF.

           407-Load-One-Close-Out.
               READ EntityYtdFile NEXT RECORD
                   AT END
                       SET WS-Scan-Eof TO TRUE
                   NOT AT END
                       IF EY-EmployeeNumber NOT = VO-EmployeeNumber
                               OR EY-Year NOT = WS-Voided-Year
                               OR WS-Close-Out-Count = 12
                           SET WS-Scan-Eof TO TRUE
                       ELSE
                           ADD 1 TO WS-Close-Out-Count
                           MOVE EY-Company-Code
                               TO WS-CO-Company (WS-Close-Out-Count)
                           MOVE EY-Transfer-Seq
                               TO WS-CO-Seq (WS-Close-Out-Count)
                           MOVE EY-Closed-Date
                               TO WS-CO-Closed-Date (WS-Close-Out-Count)
                           IF EY-Transfer-Seq > WS-High-Seq
                               MOVE EY-Transfer-Seq TO WS-High-Seq
                           END-IF
                           IF EY-Closed-Date > WS-Last-Closed-Date
                               MOVE EY-Closed-Date
                                   TO WS-Last-Closed-Date
                           END-IF
                       END-IF
               END-READ.

           408-Check-One-Close-Out.
               IF WS-CO-Closed-Date (WS-Close-Out-Idx) > VO-Period-Date
                   IF WS-Segment-Idx = 0
                       MOVE WS-Close-Out-Idx TO WS-Segment-Idx
                   ELSE
                       IF WS-CO-Closed-Date (WS-Close-Out-Idx)
                               < WS-CO-Closed-Date (WS-Segment-Idx)
                           MOVE WS-Close-Out-Idx TO WS-Segment-Idx
                       END-IF
                   END-IF
               END-IF.

           409-Look-For-Prior-Seq.
               IF WS-CO-Seq (WS-Close-Out-Idx) + 1
                       = WS-CO-Seq (WS-Segment-Idx)
                   SET WS-Prior-Seq-Found TO TRUE
               END-IF.

           410-Find-Reversal-Date.
               MOVE WS-Today TO WS-Reversal-Date
               SET WS-Date-Taken TO TRUE
               PERFORM 412-Probe-Reversal-Date
                   UNTIL WS-Date-Free.

           412-Probe-Reversal-Date.
               CALL "PeriodEndCheck"
                   USING WS-Reversal-Date, WS-Period-End-Answer
               IF NOT WS-On-Period-End
                   MOVE VO-EmployeeNumber TO LG-EmployeeNumber
                   MOVE WS-Reversal-Date TO LG-Period-Date
                   READ PayLedgerFile
                       INVALID KEY
                           SET WS-Date-Free TO TRUE
                   END-READ
               END-IF
               IF WS-Date-Taken
                   COMPUTE WS-Reversal-Integer =
                       FUNCTION INTEGER-OF-DATE(WS-Reversal-Date) + 1
                   COMPUTE WS-Reversal-Date =
                       FUNCTION DATE-OF-INTEGER(WS-Reversal-Integer)
               END-IF.

           415-Write-Reversing-Entry.
               INITIALIZE PayLedgerRecord
               MOVE VO-EmployeeNumber TO LG-EmployeeNumber
               MOVE WS-Reversal-Date TO LG-Period-Date
               COMPUTE LG-Gross = 0 - VO-Gross
               COMPUTE LG-Withholding = 0 - VO-Withholding
               COMPUTE LG-Soc-Sec = 0 - VO-Soc-Sec
               COMPUTE LG-Medicare = 0 - VO-Medicare
               COMPUTE LG-State-Tax = 0 - VO-State-Tax
               COMPUTE LG-Deductions = 0 - VO-Deductions
               COMPUTE LG-Garnishment = 0 - VO-Garnishment
               COMPUTE LG-Net = 0 - VO-Net
               COMPUTE LG-Imputed-Income = 0 - VO-Imputed-Income
               MOVE WS-Today TO LG-Pay-Date
               SET LG-Void-Reversal TO TRUE
               MOVE VO-Period-Date TO LG-Reference-Date
               WRITE PayLedgerRecord
                   INVALID KEY
                       CONTINUE
               END-WRITE.

           420-Stamp-Original-Entry.
               MOVE VO-EmployeeNumber TO LG-EmployeeNumber
               MOVE VO-Period-Date TO LG-Period-Date
               READ PayLedgerFile
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE WS-Today TO LG-Reference-Date
                       REWRITE PayLedgerRecord
                           INVALID KEY
                               CONTINUE
                       END-REWRITE
               END-READ.

           425-Back-Out-Ytd.
               MOVE VO-Period-Date TO WS-Voided-Period
               IF WS-Segment-Found
                   PERFORM 428-Back-Out-Entity-Ytd
               ELSE
                   MOVE VO-EmployeeNumber TO YT-EmployeeNumber
                   MOVE WS-Voided-Year TO YT-Year
                   READ YtdAccumFile
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           PERFORM 427-Subtract-Void-From-Ytd
                           REWRITE YtdAccumRecord
                               INVALID KEY
                                   CONTINUE
                           END-REWRITE
                   END-READ
               END-IF.

           427-Subtract-Void-From-Ytd.
               SUBTRACT VO-Gross FROM YT-Gross
               SUBTRACT VO-Withholding FROM YT-Withholding
               SUBTRACT VO-Soc-Sec FROM YT-Soc-Sec
               SUBTRACT VO-Medicare FROM YT-Medicare
               SUBTRACT VO-State-Tax FROM YT-State-Tax
               SUBTRACT VO-Net FROM YT-Net
               SUBTRACT VO-Imputed-Income FROM YT-Imputed-Income
               COMPUTE WS-Qtr-Idx = (WS-Voided-Month + 2) / 3
               IF WS-Qtr-Idx < 1 OR WS-Qtr-Idx > 4
                   MOVE 1 TO WS-Qtr-Idx
               END-IF
               SUBTRACT VO-Gross FROM YT-Qtr-Gross (WS-Qtr-Idx)
               COMPUTE YT-Qtr-Withholding (WS-Qtr-Idx) =
                   YT-Qtr-Withholding (WS-Qtr-Idx)
                       - VO-Withholding
                       - VO-Soc-Sec
                       - VO-Medicare
                       - VO-State-Tax
               SUBTRACT VO-Net FROM YT-Qtr-Net (WS-Qtr-Idx).

      *****************************************************************
      * The same back-out against a close-out record.  Its Social     *
      * Security wages can be no more than what is left of its gross  *
      * and imputed income; under the successor-employer rule the     *
      * credit it passed on drops by the same amount, and so does the *
      * credit every later successor close-out carried forward.       *
      *****************************************************************
           428-Back-Out-Entity-Ytd.
               MOVE VO-EmployeeNumber TO EY-EmployeeNumber
               MOVE WS-Voided-Year TO EY-Year
               MOVE WS-CO-Company (WS-Segment-Idx) TO EY-Company-Code
               MOVE 0 TO WS-Credit-Delta
               READ EntityYtdFile
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SUBTRACT VO-Gross FROM EY-Gross
                       SUBTRACT VO-Withholding FROM EY-Withholding
                       SUBTRACT VO-Soc-Sec FROM EY-Soc-Sec
                       SUBTRACT VO-Medicare FROM EY-Medicare
                       SUBTRACT VO-State-Tax FROM EY-State-Tax
                       SUBTRACT VO-Net FROM EY-Net
                       SUBTRACT VO-Imputed-Income FROM EY-Imputed-Income
                       COMPUTE WS-Qtr-Idx = (WS-Voided-Month + 2) / 3
                       IF WS-Qtr-Idx < 1 OR WS-Qtr-Idx > 4
                           MOVE 1 TO WS-Qtr-Idx
                       END-IF
                       SUBTRACT VO-Gross FROM EY-Qtr-Gross (WS-Qtr-Idx)
                       COMPUTE EY-Qtr-Withholding (WS-Qtr-Idx) =
                           EY-Qtr-Withholding (WS-Qtr-Idx)
                               - VO-Withholding
                               - VO-Soc-Sec
                               - VO-Medicare
                               - VO-State-Tax
                       SUBTRACT VO-Net FROM EY-Qtr-Net (WS-Qtr-Idx)
                       COMPUTE WS-SocSec-Wages =
                           EY-Gross + EY-Imputed-Income
                       IF WS-SocSec-Wages > EY-SocSec-Wages
                           MOVE EY-SocSec-Wages TO WS-SocSec-Wages
                       END-IF
                       IF WS-SocSec-Wages < 0
                           MOVE 0 TO WS-SocSec-Wages
                       END-IF
                       IF EY-Successor-Switch = "Y"
                           COMPUTE WS-Credit-Delta =
                               EY-SocSec-Wages - WS-SocSec-Wages
                           PERFORM 429-Reduce-Credit-Out
                       END-IF
                       MOVE WS-SocSec-Wages TO EY-SocSec-Wages
                       REWRITE EntityYtdRecord
                           INVALID KEY
                               DISPLAY "VOIDPAYCHK: close-out "
                                   EY-Key " not updated, status "
                                   EntityYtd-Status
                       END-REWRITE
               END-READ
               IF WS-Credit-Delta > 0
                   PERFORM 431-Carry-Credit-Forward
                       VARYING WS-Seq-Idx
                       FROM WS-CO-Seq (WS-Segment-Idx) BY 1
                       UNTIL WS-Seq-Idx >= WS-High-Seq
                           OR WS-Credit-Delta = 0
               END-IF.

           429-Reduce-Credit-Out.
               SUBTRACT WS-Credit-Delta FROM EY-Credit-Out
               IF EY-Credit-Out < 0
                   MOVE 0 TO EY-Credit-Out
               END-IF.

           431-Carry-Credit-Forward.
               PERFORM 433-Reduce-One-Credit-In
                   VARYING WS-Close-Out-Idx FROM 1 BY 1
                   UNTIL WS-Close-Out-Idx > WS-Close-Out-Count.

           433-Reduce-One-Credit-In.
               IF WS-CO-Seq (WS-Close-Out-Idx) = WS-Seq-Idx + 1
                   MOVE WS-CO-Company (WS-Close-Out-Idx)
                       TO EY-Company-Code
                   READ EntityYtdFile
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           SUBTRACT WS-Credit-Delta FROM EY-Credit-In
                           IF EY-Credit-In < 0
                               MOVE 0 TO EY-Credit-In
                           END-IF
                           IF EY-Successor-Switch = "Y"
                               PERFORM 429-Reduce-Credit-Out
                           ELSE
                               MOVE 0 TO WS-Credit-Delta
                           END-IF
                           REWRITE EntityYtdRecord
                               INVALID KEY
                                   DISPLAY "VOIDPAYCHK: close-out "
                                       EY-Key " not updated, status "
                                       EntityYtd-Status
                           END-REWRITE
                   END-READ
               END-IF.

           430-Void-Outstanding-Check.
               MOVE "ACH/NONE" TO WS-Check-Result
               IF WS-CheckReg-Ready
                   SET WS-Check-Not-Found TO TRUE
                   SET WS-CheckScan-Not-Eof TO TRUE
                   MOVE 0 TO CG-Check-Number
                   START CheckRegisterFile
                           KEY IS GREATER THAN OR EQUAL CG-Check-Number
                       INVALID KEY
                           SET WS-CheckScan-Eof TO TRUE
                   END-START
                   PERFORM 432-Match-One-Check
                       UNTIL WS-CheckScan-Eof OR WS-Check-Found
                   IF WS-Check-Found
                       PERFORM 434-Mark-Check-Voided
                   END-IF
               END-IF.

           432-Match-One-Check.
               READ CheckRegisterFile NEXT RECORD
                   AT END
                       SET WS-CheckScan-Eof TO TRUE
                   NOT AT END
                       IF CG-EmployeeNumber = VO-EmployeeNumber
                               AND CG-Issue-Date >= VO-Period-Date
                               AND (CG-Check-Amount = VO-Gross
                                   OR CG-Check-Amount = VO-Net)
                               AND (CG-Outstanding OR CG-Paid)
                           SET WS-Check-Found TO TRUE
                       END-IF
               END-READ.

           434-Mark-Check-Voided.
               MOVE CG-Check-Number TO WS-Check-Number
               IF CG-Paid
                   STRING "CLR " DELIMITED BY SIZE
                          WS-Check-Number DELIMITED BY SIZE
                       INTO WS-Check-Result
                   END-STRING
               ELSE
                   SET CG-Voided TO TRUE
                   MOVE WS-Today TO CG-Paid-Date
                   REWRITE CheckRegisterRecord
                       INVALID KEY
                           CONTINUE
                   END-REWRITE
                   ADD 1 TO WS-Check-Void-Count
                   STRING "VOID " DELIMITED BY SIZE
                          WS-Check-Number DELIMITED BY SIZE
                       INTO WS-Check-Result
                   END-STRING
               END-IF.

           435-Queue-Gl-Reversal.
               MOVE SPACES TO GlAdjustRecord
               MOVE "VOID  " TO GA-Record-Type
               MOVE VO-EmployeeNumber TO GA-EmployeeNumber
               MOVE TerritoryNumber TO GA-Territory
               MOVE OfficeNumber TO GA-Office
               MOVE VO-Period-Date TO GA-Period-Date
               MOVE VO-Gross TO GA-Amount
               WRITE GlAdjustLine FROM GlAdjustRecord.

      *****************************************************************
      * Loan repayments the voided pay took are put back: the balance *
      * goes up by the last repayment and the loan is open again, the *
      * same undo the payroll run applies when a period is rerun.     *
      *****************************************************************
           436-Restore-Loan-Repayments.
               IF WS-Loan-Ready
                   SET WS-Loan-Not-Eof TO TRUE
                   MOVE VO-EmployeeNumber TO LN-EmployeeNumber
                   MOVE 0 TO LN-Loan-Number
                   START LoanFile KEY IS GREATER THAN OR EQUAL LN-Key
                       INVALID KEY
                           SET WS-Loan-Eof TO TRUE
                   END-START
                   PERFORM 437-Restore-One-Loan
                       UNTIL WS-Loan-Eof
               END-IF.

           437-Restore-One-Loan.
               READ LoanFile NEXT RECORD
                   AT END
                       SET WS-Loan-Eof TO TRUE
                   NOT AT END
                       IF LN-EmployeeNumber NOT = VO-EmployeeNumber
                           SET WS-Loan-Eof TO TRUE
                       ELSE
                           IF LN-Last-Period-Date = VO-Period-Date
                               PERFORM 438-Put-Back-Repayment
                           END-IF
                       END-IF
               END-READ.

           438-Put-Back-Repayment.
               ADD LN-Last-Repayment TO LN-Balance
               MOVE 0 TO LN-Last-Repayment LN-Payoff-Date
               SET LN-Open TO TRUE
               REWRITE LoanRecord
                   INVALID KEY
                       DISPLAY "VOIDPAYCHK: loan " LN-Key
                           " not restored, status " Loan-Status
               END-REWRITE.

           440-Write-Register-Line.
               MOVE VR-EmployeeNumber TO VD-EmployeeNumber
               MOVE EmployeeName TO VD-EmployeeName
               MOVE VR-Period-Date TO VD-Period-Date
               MOVE WS-Reversal-Date TO VD-Reversal-Date
               MOVE VO-Gross TO VD-Gross
               MOVE VO-Net TO VD-Net
               MOVE WS-Check-Result TO VD-Check-Result
               MOVE SPACES TO VoidRptPrintLine
               WRITE VoidRptPrintLine FROM VoidDetailLine
                   AFTER ADVANCING 1.

           450-Write-Totals.
               MOVE WS-Void-Count TO VT-Void-Count
               MOVE WS-Reject-Count TO VT-Reject-Count
               MOVE WS-Check-Void-Count TO VT-Check-Void-Count
               MOVE WS-Total-Gross TO VT-Total-Gross
               MOVE WS-Total-Net TO VT-Total-Net
               MOVE SPACES TO VoidRptPrintLine
               WRITE VoidRptPrintLine FROM VoidTotalLine
                   AFTER ADVANCING 2.

           500-Close-Files.
               CLOSE VoidRequestFile
               CLOSE PayrollReport
               CLOSE YtdAccumFile
               CLOSE PayLedgerFile
               CLOSE GlAdjustFile
               CLOSE VoidRegisterFile
               IF WS-CheckReg-Ready
                   CLOSE CheckRegisterFile
               END-IF
               IF WS-EntityYtd-Ready
                   CLOSE EntityYtdFile
               END-IF
               IF WS-Loan-Ready
                   CLOSE LoanFile
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

               End Program VoidPaycheck.
