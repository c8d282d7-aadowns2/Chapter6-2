       Identification Division.
           Program-ID. CashRequirements.
               Author. Anthony Downs.
               Installation.
               Date-Written. October 15, 2026.
               Date-Compiled.
               Security.

      * Payroll cash requirements and funding request, run after
      * PayrollExtract so treasury can fund each company's payroll
      * account before the bank file goes out.  For every active
      * employee on the extract, the period's posted PayLedger entry
      * is totaled under the employee's company:
      *     net pay by direct deposit - a deposit routing number on
      *                                 file and no bank-change hold
      *     net pay by check          - everyone else, the same split
      *                                 DirectDepositExport and
      *                                 PositivePayExport make
      *     employee taxes            - federal withholding, employee
      *                                 Social Security and Medicare,
      *                                 state withholding
      *     employer FICA             - the matching Social Security
      *                                 and Medicare
      *     garnishment remittances
      *     deduction-provider remittances
      * One FUNDRQ record per company goes to FundingRequestFile with
      * the company's funding routing and account from CompanyMaster,
      * followed by a TOTAL record, and the cash-requirements report
      * prints the same figures.  An active employee with no posted
      * entry for the period, or whose check for it was voided, is
      * listed as an exception and is not funded.
      * Run with RECONCILE on the command line once the disbursement
      * runs are done, it reads the funding request back and compares
      * it by company with what was actually released: the deposits
      * on BankFile, the checks on CheckRegisterFile issued since the
      * request was made (voided checks excluded), the remittances on
      * GarnishRemitFile and the provider remittances on
      * DeductRemitFile.  Each difference is flagged on the report.
      * Return code 4 means exceptions or reconciliation differences
      * were listed.
      * The funding request sent to treasury is entered on the
      * outbound interface register as FUNDREQ with the company count,
      * the total funding and the sum of the funding routing numbers
      * as the hash total.  A RECONCILE run registers nothing.
       Environment Division.
           Configuration Section.
               Special-Names.

           Input-Output Section.
               File-Control.
                   Select Optional PayrollExtractFile assign to PayExtr
                       Organization is Line Sequential
                       File Status is PayExtr-Status.

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

                   Select Optional BankHoldFile assign to BankHold
                       File Status is BankHold-Status
                       Organization is Indexed
                       Access Mode is Dynamic
                       Record Key is BC-EmployeeNumber.

                   Select Optional CompanyMasterFile assign to CompMast
                       File Status is CompMast-Status
                       Organization is Indexed
                       Access Mode is Dynamic
                       Record Key is CM-Company-Code.

                   Select Optional FundingRequestFile assign to FundReq
                       Organization is Line Sequential
                       File Status is FundReq-Status.

                   Select Optional BankFile assign to BankFile
                       Organization is Line Sequential
                       File Status is BankFile-Status.

                   Select Optional CheckRegisterFile assign to CheckReg
                       File Status is CheckReg-Status
                       Organization is Indexed
                       Access Mode is Dynamic
                       Record Key is CG-Check-Number.

                   Select Optional GarnishRemitFile assign to GarnRemit
                       Organization is Line Sequential
                       File Status is GarnRemit-Status.

                   Select Optional DeductRemitFile assign to DedRemit
                       Organization is Line Sequential
                       File Status is DedRemit-Status.

                   Select CashReqReport assign to CashReqRpt
                       Organization is Line Sequential
                       File Status is CashRpt-Status.

               I-O-Control.

       Data Division.
           File Section.
               FD  PayrollExtractFile
                   Record Contains 234 characters.
                   01  PayrollExtractRecord                PIC X(234).

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
                       05  BC-Street                        PIC X(30).
                       05  BC-City                          PIC X(20).
                       05  BC-State                         PIC X(02).
                       05  BC-Zip                           PIC X(10).
                       05  BC-Status                        PIC X(01).
                           88  BC-Held                      value "H".
                           88  BC-Released                  value "R".
                       05  BC-Letter-Switch                 PIC X(01).
                       05  BC-Release-Date                  PIC 9(08).
                       05  BC-Operator                      PIC X(08).

               FD  CompanyMasterFile.
                   01  CompanyMasterRecord.
                       05  CM-Company-Code                  PIC X(02).
                       05  CM-Legal-Name                    PIC X(30).
                       05  CM-EIN                           PIC 9(09).
                       05  CM-Funding-Routing               PIC 9(09).
                       05  CM-Funding-Account               PIC X(17).

               FD  FundingRequestFile
                   Record Contains 200 characters.
                   01  FundingRequestRecord.
                       05  FR-Record-Type                   PIC X(06).
                           88  FR-Company-Request       value "FUNDRQ".
                           88  FR-Request-Total         value "TOTAL ".
                       05                                   PIC X(01).
                       05  FR-Company-Code                  PIC X(02).
                       05                                   PIC X(01).
                       05  FR-Period-Date                   PIC 9(08).
                       05                                   PIC X(01).
                       05  FR-Request-Date                  PIC 9(08).
                       05                                   PIC X(01).
                       05  FR-Funding-Routing               PIC 9(09).
                       05                                   PIC X(01).
                       05  FR-Funding-Account               PIC X(17).
                       05                                   PIC X(01).
                       05  FR-Employee-Count                PIC 9(05).
                       05                                   PIC X(01).
                       05  FR-Ach-Net                    PIC 9(09)V99.
                       05                                   PIC X(01).
                       05  FR-Check-Net                  PIC 9(09)V99.
                       05                                   PIC X(01).
                       05  FR-Federal-Withholding        PIC 9(09)V99.
                       05                                   PIC X(01).
                       05  FR-Employee-Fica              PIC 9(09)V99.
                       05                                   PIC X(01).
                       05  FR-State-Withholding          PIC 9(09)V99.
                       05                                   PIC X(01).
                       05  FR-Employer-Fica              PIC 9(09)V99.
                       05                                   PIC X(01).
                       05  FR-Garnishment                PIC 9(09)V99.
                       05                                   PIC X(01).
                       05  FR-Deductions                 PIC 9(09)V99.
                       05                                   PIC X(01).
                       05  FR-Total-Funding              PIC 9(09)V99.
                       05                                   PIC X(22).

               FD  BankFile
                   Record Contains 80 characters.
                   01  BankFileLine.
                       05  BK-Record-Type                   PIC X(06).
                           88  BK-Deposit-Detail        value "DETAIL".
                       05                                   PIC X(01).
                       05  BK-RoutingNumber                 PIC 9(09).
                       05                                   PIC X(01).
                       05  BK-AccountNumber                 PIC X(17).
                       05                                   PIC X(01).
                       05  BK-EmployeeNumber                PIC X(05).
                       05                                   PIC X(01).
                       05  BK-EmployeeName                  PIC X(20).
                       05                                   PIC X(01).
                       05  BK-DepositAmount              PIC 9(07)V99.
                       05                                   PIC X(09).

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

               FD  GarnishRemitFile
                   Record Contains 80 characters.
                   01  GarnishRemitLine.
                       05  GR-Record-Type                   PIC X(06).
                           88  GR-Remit-Detail          value "REMIT ".
                       05  GR-EmployeeNumber                PIC X(05).
                       05                                   PIC X(01).
                       05  GR-Case-Number                   PIC X(10).
                       05                                   PIC X(01).
                       05  GR-Remit-Amount               PIC 9(07)V99.
                       05                                   PIC X(48).

               FD  DeductRemitFile
                   Record Contains 80 characters.
                   01  DeductRemitLine.
                       05  DR-Record-Type                   PIC X(06).
                           88  DR-Provider-Detail       value "DETAIL".
                       05                                   PIC X(01).
                       05  DR-EmployeeNumber                PIC X(05).
                       05                                   PIC X(01).
                       05  DR-EmployeeName                  PIC X(20).
                       05                                   PIC X(01).
                       05  DR-Amount                     PIC 9(05)V99.
                       05                                   PIC X(39).

               FD  CashReqReport
                   Record Contains 132 characters.
                   01  CashReqPrintLine                    PIC X(132).

           Working-Storage Section.
               COPY "Misc.cpy".
              COPY "WS_Date.cpy" REPLACING LEADING ==Prefix== BY ==LK==.
               COPY "HeaderMain.cpy".
               COPY "EmployeeRecord.cpy".
               COPY "IfaceReg.cpy".

               01  PayExtr-Status                      PIC X(02).
               01  PayLedger-Status                    PIC X(02).
               01  BankHold-Status                     PIC X(02).
               01  CompMast-Status                     PIC X(02).
               01  FundReq-Status                      PIC X(02).
               01  BankFile-Status                     PIC X(02).
               01  CheckReg-Status                     PIC X(02).
               01  GarnRemit-Status                    PIC X(02).
               01  DedRemit-Status                     PIC X(02).
               01  CashRpt-Status                      PIC X(02).

               01  WS-Open-Switch   PIC X(01)   value "Y".
                   88  WS-Files-Ready                       value "Y".
                   88  WS-Open-Failed                        value "N".
               01  WS-BankHold-Switch   PIC X(01)   value "N".
                   88  WS-BankHold-Ready                    value "Y".
                   88  WS-BankHold-Not-Ready                value "N".
               01  WS-CompMast-Switch   PIC X(01)   value "N".
                   88  WS-CompMast-Ready                    value "Y".
                   88  WS-CompMast-Not-Ready                value "N".
               01  WS-Hold-Switch   PIC X(01)   value "N".
                   88  WS-On-Bank-Hold                      value "Y".
                   88  WS-Not-On-Bank-Hold                  value "N".
               01  WS-Ledger-Switch   PIC X(01)   value "N".
                   88  WS-Ledger-Found                      value "Y".
                   88  WS-Ledger-Not-Found                  value "N".
               01  WS-Insert-Switch   PIC X(01)   value "N".
                   88  WS-Insert-Point-Found                value "Y".
                   88  WS-Insert-Point-Not-Found            value "N".
               01  WS-Released-Eof-Switch   PIC X(01)   value "N".
                   88  WS-Released-Eof                      value "Y".
                   88  WS-Released-Not-Eof                  value "N".
               01  WS-Run-Mode   PIC X(09)   value spaces.
                   88  WS-Reconcile-Run             value "RECONCILE".

               01  WS-Command-Line-Param   PIC X(40)   value spaces.
               01  WS-Today   PIC 9(08)   value 0.
               01  WS-Max-Period-Date   PIC 9(08)   value 0.
               01  WS-Request-Date   PIC 9(08)   value 0.
               01  WS-Exception   PIC X(20)   value spaces.
               01  WS-Exception-Count   PIC 9(05)   COMP value 0.
               01  WS-Difference-Count   PIC 9(05)   COMP value 0.
               01  WS-Lookup-Company   PIC X(02)   value spaces.
               01  WS-Lookup-Employee   PIC X(05)   value spaces.
               01  WS-Shift-Idx   PIC 9(02)   COMP value 0.
               01  WS-Employee-Taxes   PIC S9(9)V99 value 0.
               01  WS-Difference   PIC S9(9)V99 value 0.
               01  WS-Account-Last-Four   PIC X(04)   value spaces.
               01  WS-Request-Count   PIC 9(07)   value 0.
               01  WS-Request-Hash   PIC 9(15)   value 0.

      *****************************************************************
      * One entry per company, kept in company-code order.  The      *
      * requested amounts come from the ledger (or, on a RECONCILE   *
      * run, from the funding request file); the released amounts   *
      * are filled in only on a RECONCILE run.                        *
      *****************************************************************
               01  WS-Company-Count   PIC 9(02)   COMP value 0.
               01  WS-Company-Idx   PIC 9(02)   COMP value 0.
               01  WS-Company-Found-Idx   PIC 9(02)   COMP value 0.
               01  WS-Company-Table.
                   05  WS-Company-Entry OCCURS 21 TIMES.
                       10  CT-Company-Code              PIC X(02).
                       10  CT-Period-Date               PIC 9(08).
                       10  CT-Employee-Count            PIC 9(05).
                       10  CT-Ach-Count                 PIC 9(05).
                       10  CT-Check-Count               PIC 9(05).
                       10  CT-Ach-Net                   PIC S9(9)V99.
                       10  CT-Check-Net                 PIC S9(9)V99.
                       10  CT-Federal-Withholding       PIC S9(9)V99.
                       10  CT-Employee-Fica             PIC S9(9)V99.
                       10  CT-State-Withholding         PIC S9(9)V99.
                       10  CT-Employer-Fica             PIC S9(9)V99.
                       10  CT-Garnishment               PIC S9(9)V99.
                       10  CT-Deductions                PIC S9(9)V99.
                       10  CT-Total-Funding             PIC S9(9)V99.
                       10  CT-Rel-Ach-Net               PIC S9(9)V99.
                       10  CT-Rel-Check-Net             PIC S9(9)V99.
                       10  CT-Rel-Garnishment           PIC S9(9)V99.
                       10  CT-Rel-Deductions            PIC S9(9)V99.
               01  WS-Company-Entry-Save                PIC X(168).
               01  WS-Grand-Totals.
                   05  GT-Employee-Count                PIC 9(07).
                   05  GT-Ach-Net                       PIC S9(9)V99.
                   05  GT-Check-Net                     PIC S9(9)V99.
                   05  GT-Federal-Withholding           PIC S9(9)V99.
                   05  GT-Employee-Fica                 PIC S9(9)V99.
                   05  GT-State-Withholding             PIC S9(9)V99.
                   05  GT-Employer-Fica                 PIC S9(9)V99.
                   05  GT-Garnishment                   PIC S9(9)V99.
                   05  GT-Deductions                    PIC S9(9)V99.
                   05  GT-Total-Funding                 PIC S9(9)V99.

      *****************************************************************
      * Report lines.                                                 *
      *****************************************************************
               01  CashHeading2.
               05   PIC X(17)   value spaces.
                   05  CH-Title                         PIC X(40).
               05   PIC X(3)   value spaces.
               05   PIC X(08)   value "Period: ".
               05  CH-Period-Date   PIC 9(04)/9(02)/9(02).

               01  CashCompanyLine.
               05   PIC X(08)   value "Company ".
                   05  CC-Company-Code                  PIC X(02).
               05   PIC X(02)   value spaces.
                   05  CC-Legal-Name                    PIC X(30).
               05   PIC X(03)   value spaces.
               05   PIC X(14)   value "Fund account: ".
                   05  CC-Funding-Routing               PIC 9(09).
               05   PIC X(07)   value " ****".
                   05  CC-Account-Last-Four             PIC X(04).
               05   PIC X(03)   value spaces.
               05   PIC X(11)   value "Employees: ".
               05  CC-Employee-Count   PIC ZZZZ9.

               01  CashAmountLine.
               05   PIC X(04)   value spaces.
                   05  CA-Caption                       PIC X(40).
               05  CA-Amount   PIC $Z(8)9.99-.
               05   PIC X(03)   value spaces.
                   05  CA-Note                          PIC X(20).

               01  CashReconColumnLine.
               05   PIC X(44)   value spaces.
               05   PIC X(14)   value "     Requested".
               05   PIC X(02)   value spaces.
               05   PIC X(14)   value "      Released".
               05   PIC X(02)   value spaces.
               05   PIC X(14)   value "    Difference".

               01  CashReconLine.
               05   PIC X(04)   value spaces.
                   05  CR-Caption                       PIC X(40).
               05  CR-Requested   PIC $Z(8)9.99-.
               05   PIC X(02)   value spaces.
               05  CR-Released   PIC $Z(8)9.99-.
               05   PIC X(02)   value spaces.
               05  CR-Difference   PIC $Z(8)9.99-.
               05   PIC X(02)   value spaces.
                   05  CR-Flag                          PIC X(10).

               01  CashExceptionLine.
               05   PIC X(11)   value "Exception: ".
                   05  CE-EmployeeNumber                PIC X(05).
               05   PIC X(02)   value spaces.
                   05  CE-EmployeeName                  PIC X(20).
               05   PIC X(02)   value spaces.
               05   PIC X(08)   value "Period: ".
               05  CE-Period-Date   PIC 9(04)/9(02)/9(02).
               05   PIC X(02)   value spaces.
                   05  CE-Exception                     PIC X(20).
               05   PIC X(14)   value " - not funded".

               01  CashTotalLine.
               05   PIC X(16)   value "All Companies - ".
               05   PIC X(11)   value "Employees: ".
               05  CT-Total-Employees   PIC Z(6)9.
               05   PIC X(03)   value spaces.
               05   PIC X(12)   value "Exceptions: ".
               05  CT-Total-Exceptions   PIC ZZZZ9.
               05   PIC X(03)   value spaces.
               05   PIC X(13)   value "Differences: ".
               05  CT-Total-Differences   PIC ZZZZ9.

               01  CashNoRequestLine.
               05   PIC X(52)   value
                   "No funding request on file - nothing to reconcile.".

       Procedure Division.
           Initilization.
               PERFORM 600-FormatDate
               PERFORM 700-FormatTime
               INITIALIZE WS-Company-Table WS-Grand-Totals
               PERFORM 050-Select-Run-Mode
               PERFORM 100-Open-Files
               IF WS-Files-Ready
                   IF WS-Reconcile-Run
                       PERFORM 250-Load-Funding-Request
                       PERFORM 300-Write-Heading
                       IF WS-Company-Count = 0
                           MOVE SPACES TO CashReqPrintLine
                           WRITE CashReqPrintLine
                               FROM CashNoRequestLine
                               AFTER ADVANCING 2
                           ADD 1 TO WS-Exception-Count
                       ELSE
                           PERFORM 260-Total-Bank-File
                           PERFORM 270-Total-Check-Register
                           PERFORM 280-Total-Garnish-Remit
                           PERFORM 290-Total-Deduct-Remit
                           PERFORM 460-Write-Reconciliation
                               VARYING WS-Company-Idx FROM 1 BY 1
                               UNTIL WS-Company-Idx > WS-Company-Count
                       END-IF
                   ELSE
                       PERFORM 200-Read-Extract
                       PERFORM 400-Total-One-Employee
                           UNTIL WS-Eof
                       PERFORM 300-Write-Heading
                       PERFORM 440-Write-Company-Request
                           VARYING WS-Company-Idx FROM 1 BY 1
                           UNTIL WS-Company-Idx > WS-Company-Count
                       PERFORM 448-Write-Request-Total
                   END-IF
                   PERFORM 450-Write-Totals
               END-IF
               PERFORM 500-Close-Files.
               IF WS-Open-Failed
                   MOVE 16 TO RETURN-CODE
               ELSE
                   IF WS-Exception-Count > 0
                           OR WS-Difference-Count > 0
                       MOVE 4 TO RETURN-CODE
                   END-IF
               END-IF
               STOP RUN.

           050-Select-Run-Mode.
               ACCEPT WS-Command-Line-Param FROM COMMAND-LINE
               MOVE FUNCTION UPPER-CASE(WS-Command-Line-Param(1:9))
                   TO WS-Run-Mode.

           100-Open-Files.
               OPEN INPUT PayrollReport
                   CALL "Validations" USING File_Status, "CASHREQ"
               OPEN OUTPUT CashReqReport
               CALL "Validations" USING CashRpt-Status, "CASHREQ"
               IF File_Status NOT = "00" OR CashRpt-Status NOT = "00"
                   SET WS-Open-Failed TO TRUE
               END-IF
               IF WS-Reconcile-Run
                   OPEN INPUT FundingRequestFile
                   CALL "Validations" USING FundReq-Status, "CASHREQ"
               ELSE
                   OPEN INPUT PayrollExtractFile
                   CALL "Validations" USING PayExtr-Status, "CASHREQ"
                   OPEN INPUT PayLedgerFile
                   CALL "Validations" USING PayLedger-Status,
                       "CASHREQ"
                   OPEN OUTPUT FundingRequestFile
                   CALL "Validations" USING FundReq-Status, "CASHREQ"
                   IF PayExtr-Status NOT = "00"
                           OR PayLedger-Status NOT = "00"
                           OR FundReq-Status NOT = "00"
                       SET WS-Open-Failed TO TRUE
                   END-IF
                   OPEN INPUT BankHoldFile
                   IF BankHold-Status = "00"
                       SET WS-BankHold-Ready TO TRUE
                   END-IF
               END-IF
               OPEN INPUT CompanyMasterFile
               IF CompMast-Status = "00"
                   SET WS-CompMast-Ready TO TRUE
               END-IF.

           200-Read-Extract.
               READ PayrollExtractFile
                   AT END
                       SET WS-Eof TO TRUE
                   NOT AT END
                       MOVE PayrollExtractRecord TO EmployeeRecords
               END-READ.

      *****************************************************************
      * Funding request pass: each active employee's posted entry for *
      * the period is added to the company's requirements.            *
      *****************************************************************
           400-Total-One-Employee.
               IF Employee-Active
                   PERFORM 410-Find-Period-Ledger
                   IF WS-Exception = SPACES
                       MOVE CompanyCode TO WS-Lookup-Company
                       PERFORM 470-Find-Or-Add-Company
                       PERFORM 420-Check-Bank-Hold
                       PERFORM 430-Add-Employee-Amounts
                   ELSE
                       PERFORM 435-Write-Exception
                   END-IF
               END-IF
               PERFORM 200-Read-Extract.

           410-Find-Period-Ledger.
               MOVE SPACES TO WS-Exception
               MOVE EmployeeNumber TO LG-EmployeeNumber
               MOVE PP-Date-Numeric TO LG-Period-Date
               READ PayLedgerFile
                   INVALID KEY
                       MOVE "NOT POSTED" TO WS-Exception
                   NOT INVALID KEY
                       IF LG-Reference-Date NOT = 0
                           MOVE "CHECK VOIDED" TO WS-Exception
                       END-IF
               END-READ
               IF PP-Date-Numeric IS NUMERIC
                       AND PP-Date-Numeric > WS-Max-Period-Date
                   MOVE PP-Date-Numeric TO WS-Max-Period-Date
               END-IF.

           420-Check-Bank-Hold.
               SET WS-Not-On-Bank-Hold TO TRUE
               IF WS-BankHold-Ready
                   MOVE EmployeeNumber TO BC-EmployeeNumber
                   READ BankHoldFile
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF BC-Held
                               SET WS-On-Bank-Hold TO TRUE
                           END-IF
                   END-READ
               END-IF.

           430-Add-Employee-Amounts.
               ADD 1 TO CT-Employee-Count (WS-Company-Found-Idx)
               IF BankRoutingNumber NOT = 0 AND WS-Not-On-Bank-Hold
                   ADD 1 TO CT-Ach-Count (WS-Company-Found-Idx)
                   ADD LG-Net TO CT-Ach-Net (WS-Company-Found-Idx)
               ELSE
                   ADD 1 TO CT-Check-Count (WS-Company-Found-Idx)
                   ADD LG-Net TO CT-Check-Net (WS-Company-Found-Idx)
               END-IF
               ADD LG-Withholding
                   TO CT-Federal-Withholding (WS-Company-Found-Idx)
               ADD LG-Soc-Sec LG-Medicare
                   TO CT-Employee-Fica (WS-Company-Found-Idx)
               ADD LG-State-Tax
                   TO CT-State-Withholding (WS-Company-Found-Idx)
               ADD LG-Soc-Sec LG-Medicare
                   TO CT-Employer-Fica (WS-Company-Found-Idx)
               ADD LG-Garnishment
                   TO CT-Garnishment (WS-Company-Found-Idx)
               ADD LG-Deductions
                   TO CT-Deductions (WS-Company-Found-Idx)
               IF LG-Period-Date > CT-Period-Date (WS-Company-Found-Idx)
                   MOVE LG-Period-Date
                       TO CT-Period-Date (WS-Company-Found-Idx)
               END-IF.

           435-Write-Exception.
               ADD 1 TO WS-Exception-Count
               MOVE EmployeeNumber TO CE-EmployeeNumber
               MOVE EmployeeName TO CE-EmployeeName
               MOVE 0 TO CE-Period-Date
               IF PP-Date-Numeric IS NUMERIC
                   MOVE PP-Date-Numeric TO CE-Period-Date
               END-IF
               MOVE WS-Exception TO CE-Exception
               MOVE SPACES TO CashReqPrintLine
               WRITE CashReqPrintLine FROM CashExceptionLine
                   AFTER ADVANCING 1.

      *****************************************************************
      * One block on the report and one FUNDRQ record per company.    *
      *****************************************************************
           440-Write-Company-Request.
               MOVE WS-Company-Idx TO WS-Company-Found-Idx
               COMPUTE CT-Total-Funding (WS-Company-Idx) =
                   CT-Ach-Net (WS-Company-Idx)
                 + CT-Check-Net (WS-Company-Idx)
                 + CT-Federal-Withholding (WS-Company-Idx)
                 + CT-Employee-Fica (WS-Company-Idx)
                 + CT-State-Withholding (WS-Company-Idx)
                 + CT-Employer-Fica (WS-Company-Idx)
                 + CT-Garnishment (WS-Company-Idx)
                 + CT-Deductions (WS-Company-Idx)
               PERFORM 442-Write-Company-Line

               MOVE "Net pay - direct deposit" TO CA-Caption
               MOVE CT-Ach-Net (WS-Company-Idx) TO CA-Amount
               MOVE SPACES TO CA-Note
               MOVE CT-Ach-Count (WS-Company-Idx) TO CC-Employee-Count
               STRING CC-Employee-Count DELIMITED BY SIZE
                      " deposits" DELIMITED BY SIZE
                   INTO CA-Note
               PERFORM 444-Write-Amount-Line
               MOVE "Net pay - checks" TO CA-Caption
               MOVE CT-Check-Net (WS-Company-Idx) TO CA-Amount
               MOVE SPACES TO CA-Note
               MOVE CT-Check-Count (WS-Company-Idx)
                   TO CC-Employee-Count
               STRING CC-Employee-Count DELIMITED BY SIZE
                      " checks" DELIMITED BY SIZE
                   INTO CA-Note
               PERFORM 444-Write-Amount-Line
               MOVE SPACES TO CA-Note
               MOVE "Federal income tax withheld" TO CA-Caption
               MOVE CT-Federal-Withholding (WS-Company-Idx)
                   TO CA-Amount
               PERFORM 444-Write-Amount-Line
               MOVE "Employee Social Security and Medicare"
                   TO CA-Caption
               MOVE CT-Employee-Fica (WS-Company-Idx) TO CA-Amount
               PERFORM 444-Write-Amount-Line
               MOVE "State income tax withheld" TO CA-Caption
               MOVE CT-State-Withholding (WS-Company-Idx) TO CA-Amount
               PERFORM 444-Write-Amount-Line
               MOVE "Employer Social Security and Medicare"
                   TO CA-Caption
               MOVE CT-Employer-Fica (WS-Company-Idx) TO CA-Amount
               PERFORM 444-Write-Amount-Line
               MOVE "Garnishment remittances" TO CA-Caption
               MOVE CT-Garnishment (WS-Company-Idx) TO CA-Amount
               PERFORM 444-Write-Amount-Line
               MOVE "Deduction provider remittances" TO CA-Caption
               MOVE CT-Deductions (WS-Company-Idx) TO CA-Amount
               PERFORM 444-Write-Amount-Line
               MOVE "Total funding required" TO CA-Caption
               MOVE CT-Total-Funding (WS-Company-Idx) TO CA-Amount
               MOVE SPACES TO CashReqPrintLine
               WRITE CashReqPrintLine FROM CashAmountLine
                   AFTER ADVANCING 2

               MOVE SPACES TO FundingRequestRecord
               MOVE "FUNDRQ" TO FR-Record-Type
               MOVE CT-Company-Code (WS-Company-Idx)
                   TO FR-Company-Code
               MOVE CT-Period-Date (WS-Company-Idx) TO FR-Period-Date
               MOVE WS-Today TO FR-Request-Date
               MOVE CM-Funding-Routing TO FR-Funding-Routing
               MOVE CM-Funding-Account TO FR-Funding-Account
               MOVE CT-Employee-Count (WS-Company-Idx)
                   TO FR-Employee-Count
               MOVE CT-Ach-Net (WS-Company-Idx) TO FR-Ach-Net
               MOVE CT-Check-Net (WS-Company-Idx) TO FR-Check-Net
               MOVE CT-Federal-Withholding (WS-Company-Idx)
                   TO FR-Federal-Withholding
               MOVE CT-Employee-Fica (WS-Company-Idx)
                   TO FR-Employee-Fica
               MOVE CT-State-Withholding (WS-Company-Idx)
                   TO FR-State-Withholding
               MOVE CT-Employer-Fica (WS-Company-Idx)
                   TO FR-Employer-Fica
               MOVE CT-Garnishment (WS-Company-Idx) TO FR-Garnishment
               MOVE CT-Deductions (WS-Company-Idx) TO FR-Deductions
               MOVE CT-Total-Funding (WS-Company-Idx)
                   TO FR-Total-Funding
               WRITE FundingRequestRecord
               ADD 1 TO WS-Request-Count
               ADD FR-Funding-Routing TO WS-Request-Hash

               ADD CT-Employee-Count (WS-Company-Idx)
                   TO GT-Employee-Count
               ADD CT-Ach-Net (WS-Company-Idx) TO GT-Ach-Net
               ADD CT-Check-Net (WS-Company-Idx) TO GT-Check-Net
               ADD CT-Federal-Withholding (WS-Company-Idx)
                   TO GT-Federal-Withholding
               ADD CT-Employee-Fica (WS-Company-Idx)
                   TO GT-Employee-Fica
               ADD CT-State-Withholding (WS-Company-Idx)
                   TO GT-State-Withholding
               ADD CT-Employer-Fica (WS-Company-Idx)
                   TO GT-Employer-Fica
               ADD CT-Garnishment (WS-Company-Idx) TO GT-Garnishment
               ADD CT-Deductions (WS-Company-Idx) TO GT-Deductions
               ADD CT-Total-Funding (WS-Company-Idx)
                   TO GT-Total-Funding.

      * Company name and funding account come from CompanyMaster; only
      * the last four digits of the account are printed.
           442-Write-Company-Line.
               MOVE CT-Company-Code (WS-Company-Idx) TO CC-Company-Code
               MOVE SPACES TO CC-Legal-Name CM-Funding-Account
               MOVE 0 TO CM-Funding-Routing
               IF WS-CompMast-Ready
                   MOVE CT-Company-Code (WS-Company-Idx)
                       TO CM-Company-Code
                   READ CompanyMasterFile
                       INVALID KEY
                           MOVE "NOT ON COMPANY MASTER"
                               TO CC-Legal-Name
                           MOVE 0 TO CM-Funding-Routing
                           MOVE SPACES TO CM-Funding-Account
                       NOT INVALID KEY
                           MOVE CM-Legal-Name TO CC-Legal-Name
                   END-READ
               END-IF
               MOVE CM-Funding-Routing TO CC-Funding-Routing
               MOVE SPACES TO WS-Account-Last-Four
               PERFORM 443-Find-Account-Last-Four
                   VARYING WS-Shift-Idx FROM 17 BY -1
                   UNTIL WS-Shift-Idx < 4
                       OR WS-Account-Last-Four NOT = SPACES
               MOVE WS-Account-Last-Four TO CC-Account-Last-Four
               MOVE CT-Employee-Count (WS-Company-Idx)
                   TO CC-Employee-Count
               MOVE SPACES TO CashReqPrintLine
               WRITE CashReqPrintLine FROM CashCompanyLine
                   AFTER ADVANCING 3.

           443-Find-Account-Last-Four.
               IF CM-Funding-Account (WS-Shift-Idx:1) NOT = SPACE
                   MOVE CM-Funding-Account (WS-Shift-Idx - 3:4)
                       TO WS-Account-Last-Four
               END-IF.

           444-Write-Amount-Line.
               MOVE SPACES TO CashReqPrintLine
               WRITE CashReqPrintLine FROM CashAmountLine
                   AFTER ADVANCING 1.

           448-Write-Request-Total.
               MOVE SPACES TO FundingRequestRecord
               MOVE "TOTAL " TO FR-Record-Type
               MOVE WS-Max-Period-Date TO FR-Period-Date
               MOVE WS-Today TO FR-Request-Date
               MOVE GT-Employee-Count TO FR-Employee-Count
               MOVE GT-Ach-Net TO FR-Ach-Net
               MOVE GT-Check-Net TO FR-Check-Net
               MOVE GT-Federal-Withholding TO FR-Federal-Withholding
               MOVE GT-Employee-Fica TO FR-Employee-Fica
               MOVE GT-State-Withholding TO FR-State-Withholding
               MOVE GT-Employer-Fica TO FR-Employer-Fica
               MOVE GT-Garnishment TO FR-Garnishment
               MOVE GT-Deductions TO FR-Deductions
               MOVE GT-Total-Funding TO FR-Total-Funding
               WRITE FundingRequestRecord
               MOVE "Total funding required, all companies"
                   TO CA-Caption
               MOVE GT-Total-Funding TO CA-Amount
               MOVE SPACES TO CA-Note
               MOVE SPACES TO CashReqPrintLine
               WRITE CashReqPrintLine FROM CashAmountLine
                   AFTER ADVANCING 3.

      *****************************************************************
      * Reconciliation pass: the request is read back and the         *
      * released amounts are totaled under each employee's company.  *
      *****************************************************************
           250-Load-Funding-Request.
               SET WS-Released-Not-Eof TO TRUE
               PERFORM 252-Read-Funding-Request
               PERFORM 254-Load-One-Request
                   UNTIL WS-Released-Eof.

           252-Read-Funding-Request.
               READ FundingRequestFile
                   AT END
                       SET WS-Released-Eof TO TRUE
               END-READ.

           254-Load-One-Request.
               IF FR-Company-Request
                   MOVE FR-Company-Code TO WS-Lookup-Company
                   PERFORM 470-Find-Or-Add-Company
                   MOVE FR-Period-Date
                       TO CT-Period-Date (WS-Company-Found-Idx)
                   MOVE FR-Employee-Count
                       TO CT-Employee-Count (WS-Company-Found-Idx)
                   MOVE FR-Ach-Net TO CT-Ach-Net (WS-Company-Found-Idx)
                   MOVE FR-Check-Net
                       TO CT-Check-Net (WS-Company-Found-Idx)
                   MOVE FR-Garnishment
                       TO CT-Garnishment (WS-Company-Found-Idx)
                   MOVE FR-Deductions
                       TO CT-Deductions (WS-Company-Found-Idx)
                   MOVE FR-Total-Funding
                       TO CT-Total-Funding (WS-Company-Found-Idx)
                   ADD FR-Employee-Count TO GT-Employee-Count
                   IF FR-Period-Date > WS-Max-Period-Date
                       MOVE FR-Period-Date TO WS-Max-Period-Date
                   END-IF
                   MOVE FR-Request-Date TO WS-Request-Date
               END-IF
               PERFORM 252-Read-Funding-Request.

           260-Total-Bank-File.
               OPEN INPUT BankFile
               IF BankFile-Status = "00"
                   SET WS-Released-Not-Eof TO TRUE
                   PERFORM 262-Read-Bank-File
                   PERFORM 264-Add-One-Deposit
                       UNTIL WS-Released-Eof
                   CLOSE BankFile
               END-IF.

           262-Read-Bank-File.
               READ BankFile
                   AT END
                       SET WS-Released-Eof TO TRUE
               END-READ.

           264-Add-One-Deposit.
               IF BK-Deposit-Detail
                   MOVE BK-EmployeeNumber TO WS-Lookup-Employee
                   PERFORM 480-Find-Employee-Company
                   ADD BK-DepositAmount
                       TO CT-Rel-Ach-Net (WS-Company-Found-Idx)
               END-IF
               PERFORM 262-Read-Bank-File.

      * Checks issued since the request was made count as released;
      * a voided check does not.
           270-Total-Check-Register.
               OPEN INPUT CheckRegisterFile
               IF CheckReg-Status = "00"
                   SET WS-Released-Not-Eof TO TRUE
                   MOVE 0 TO CG-Check-Number
                   START CheckRegisterFile
                           KEY IS GREATER THAN OR EQUAL CG-Check-Number
                       INVALID KEY
                           SET WS-Released-Eof TO TRUE
                   END-START
                   PERFORM 272-Read-Check-Register
                   PERFORM 274-Add-One-Check
                       UNTIL WS-Released-Eof
                   CLOSE CheckRegisterFile
               END-IF.

           272-Read-Check-Register.
               IF WS-Released-Not-Eof
                   READ CheckRegisterFile NEXT RECORD
                       AT END
                           SET WS-Released-Eof TO TRUE
                   END-READ
               END-IF.

           274-Add-One-Check.
               IF CG-Issue-Date NOT < WS-Request-Date
                       AND NOT CG-Voided
                       AND NOT CG-Void-Sent
                   MOVE CG-EmployeeNumber TO WS-Lookup-Employee
                   PERFORM 480-Find-Employee-Company
                   ADD CG-Check-Amount
                       TO CT-Rel-Check-Net (WS-Company-Found-Idx)
               END-IF
               PERFORM 272-Read-Check-Register.

           280-Total-Garnish-Remit.
               OPEN INPUT GarnishRemitFile
               IF GarnRemit-Status = "00"
                   SET WS-Released-Not-Eof TO TRUE
                   PERFORM 282-Read-Garnish-Remit
                   PERFORM 284-Add-One-Garnish-Remit
                       UNTIL WS-Released-Eof
                   CLOSE GarnishRemitFile
               END-IF.

           282-Read-Garnish-Remit.
               READ GarnishRemitFile
                   AT END
                       SET WS-Released-Eof TO TRUE
               END-READ.

           284-Add-One-Garnish-Remit.
               IF GR-Remit-Detail
                   MOVE GR-EmployeeNumber TO WS-Lookup-Employee
                   PERFORM 480-Find-Employee-Company
                   ADD GR-Remit-Amount
                       TO CT-Rel-Garnishment (WS-Company-Found-Idx)
               END-IF
               PERFORM 282-Read-Garnish-Remit.

           290-Total-Deduct-Remit.
               OPEN INPUT DeductRemitFile
               IF DedRemit-Status = "00"
                   SET WS-Released-Not-Eof TO TRUE
                   PERFORM 292-Read-Deduct-Remit
                   PERFORM 294-Add-One-Deduct-Remit
                       UNTIL WS-Released-Eof
                   CLOSE DeductRemitFile
               END-IF.

           292-Read-Deduct-Remit.
               READ DeductRemitFile
                   AT END
                       SET WS-Released-Eof TO TRUE
               END-READ.

           294-Add-One-Deduct-Remit.
               IF DR-Provider-Detail
                   MOVE DR-EmployeeNumber TO WS-Lookup-Employee
                   PERFORM 480-Find-Employee-Company
                   ADD DR-Amount
                       TO CT-Rel-Deductions (WS-Company-Found-Idx)
               END-IF
               PERFORM 292-Read-Deduct-Remit.

           460-Write-Reconciliation.
               PERFORM 442-Write-Company-Line
               MOVE SPACES TO CashReqPrintLine
               WRITE CashReqPrintLine FROM CashReconColumnLine
                   AFTER ADVANCING 1
               MOVE "Net pay - direct deposit (BankFile)"
                   TO CR-Caption
               MOVE CT-Ach-Net (WS-Company-Idx) TO CR-Requested
               MOVE CT-Rel-Ach-Net (WS-Company-Idx) TO CR-Released
               COMPUTE WS-Difference = CT-Rel-Ach-Net (WS-Company-Idx)
                   - CT-Ach-Net (WS-Company-Idx)
               PERFORM 462-Write-Recon-Line
               MOVE "Net pay - checks (CheckRegister)" TO CR-Caption
               MOVE CT-Check-Net (WS-Company-Idx) TO CR-Requested
               MOVE CT-Rel-Check-Net (WS-Company-Idx) TO CR-Released
               COMPUTE WS-Difference =
                   CT-Rel-Check-Net (WS-Company-Idx)
                       - CT-Check-Net (WS-Company-Idx)
               PERFORM 462-Write-Recon-Line
               MOVE "Garnishment remittances (GarnRemit)"
                   TO CR-Caption
               MOVE CT-Garnishment (WS-Company-Idx) TO CR-Requested
               MOVE CT-Rel-Garnishment (WS-Company-Idx) TO CR-Released
               COMPUTE WS-Difference =
                   CT-Rel-Garnishment (WS-Company-Idx)
                       - CT-Garnishment (WS-Company-Idx)
               PERFORM 462-Write-Recon-Line
               MOVE "Provider remittances (DedRemit)" TO CR-Caption
               MOVE CT-Deductions (WS-Company-Idx) TO CR-Requested
               MOVE CT-Rel-Deductions (WS-Company-Idx) TO CR-Released
               COMPUTE WS-Difference =
                   CT-Rel-Deductions (WS-Company-Idx)
                       - CT-Deductions (WS-Company-Idx)
               PERFORM 462-Write-Recon-Line.

           462-Write-Recon-Line.
               MOVE WS-Difference TO CR-Difference
               MOVE SPACES TO CR-Flag
               IF WS-Difference NOT = 0
                   MOVE "DIFFERENCE" TO CR-Flag
                   ADD 1 TO WS-Difference-Count
               END-IF
               MOVE SPACES TO CashReqPrintLine
               WRITE CashReqPrintLine FROM CashReconLine
                   AFTER ADVANCING 1.

      *****************************************************************
      * Finds the company in WS-Lookup-Company in the table, adding  *
      * it in code order when it is not there yet.  Past 20 companies *
      * everything further is carried on the last entry, coded "**". *
      *****************************************************************
           470-Find-Or-Add-Company.
               MOVE 0 TO WS-Company-Found-Idx
               PERFORM 472-Check-One-Company
                   VARYING WS-Company-Idx FROM 1 BY 1
                   UNTIL WS-Company-Idx > WS-Company-Count
                       OR WS-Company-Found-Idx > 0
               IF WS-Company-Found-Idx = 0
                   IF WS-Company-Count < 20
                       PERFORM 474-Insert-Company
                   ELSE
                       MOVE 21 TO WS-Company-Found-Idx
                       MOVE "**" TO CT-Company-Code (21)
                       MOVE 21 TO WS-Company-Count
                   END-IF
               END-IF.

           472-Check-One-Company.
               IF CT-Company-Code (WS-Company-Idx) = WS-Lookup-Company
                   MOVE WS-Company-Idx TO WS-Company-Found-Idx
               END-IF.

           474-Insert-Company.
               MOVE WS-Company-Count TO WS-Shift-Idx
               ADD 1 TO WS-Company-Count
               SET WS-Insert-Point-Not-Found TO TRUE
               PERFORM 476-Shift-One-Company
                   UNTIL WS-Insert-Point-Found
               COMPUTE WS-Company-Found-Idx = WS-Shift-Idx + 1
               INITIALIZE WS-Company-Entry (WS-Company-Found-Idx)
               MOVE WS-Lookup-Company
                   TO CT-Company-Code (WS-Company-Found-Idx).

           476-Shift-One-Company.
               IF WS-Shift-Idx = 0
                   SET WS-Insert-Point-Found TO TRUE
               ELSE
                   IF CT-Company-Code (WS-Shift-Idx) < WS-Lookup-Company
                       SET WS-Insert-Point-Found TO TRUE
                   ELSE
                       MOVE WS-Company-Entry (WS-Shift-Idx)
                           TO WS-Company-Entry-Save
                       MOVE WS-Company-Entry-Save
                           TO WS-Company-Entry (WS-Shift-Idx + 1)
                       SUBTRACT 1 FROM WS-Shift-Idx
                   END-IF
               END-IF.

      * A released payment is charged to the company on the payroll
      * record of the employee it was made to.
           480-Find-Employee-Company.
               MOVE SPACES TO WS-Lookup-Company
               MOVE WS-Lookup-Employee TO PR-EmployeeNumber
               READ PayrollReport
                   INVALID KEY
                       MOVE "??" TO WS-Lookup-Company
                   NOT INVALID KEY
                       MOVE EmployeeRecord TO EmployeeRecords
                       MOVE CompanyCode TO WS-Lookup-Company
               END-READ
               PERFORM 470-Find-Or-Add-Company.

           300-Write-Heading.
               IF WS-Reconcile-Run
                   MOVE "Payroll Funding Reconciliation" TO CH-Title
               ELSE
                   MOVE "Payroll Cash Requirements" TO CH-Title
               END-IF
               MOVE "Cash Requirements" TO HeaderReportTitle
               MOVE WS-Max-Period-Date TO CH-Period-Date
               MOVE SPACES TO CashReqPrintLine
               WRITE CashReqPrintLine FROM HeaderMain
                   AFTER ADVANCING PAGE
               WRITE CashReqPrintLine FROM CashHeading2
                   AFTER ADVANCING 1
               WRITE CashReqPrintLine FROM HeaderMain3
                   AFTER ADVANCING 2.

           450-Write-Totals.
               MOVE GT-Employee-Count TO CT-Total-Employees
               MOVE WS-Exception-Count TO CT-Total-Exceptions
               MOVE WS-Difference-Count TO CT-Total-Differences
               MOVE SPACES TO CashReqPrintLine
               WRITE CashReqPrintLine FROM CashTotalLine
                   AFTER ADVANCING 2.

           500-Close-Files.
               CLOSE PayrollReport
               CLOSE CashReqReport
               CLOSE FundingRequestFile
               IF NOT WS-Reconcile-Run
                   CLOSE PayrollExtractFile
                   CLOSE PayLedgerFile
                   IF WS-BankHold-Ready
                       CLOSE BankHoldFile
                   END-IF
               END-IF
               IF WS-CompMast-Ready
                   CLOSE CompanyMasterFile
               END-IF
               IF WS-Files-Ready AND NOT WS-Reconcile-Run
                   PERFORM 510-Register-Funding-Request
               END-IF.

           510-Register-Funding-Request.
               INITIALIZE IfaceRegRequest
               MOVE "FUNDREQ" TO IR-Interface-Id
               MOVE "FundingRequestFile" TO IR-File-Name
               MOVE "Treasury" TO IR-Recipient
               MOVE "CASHREQ" TO IR-Program
               MOVE WS-Request-Count TO IR-Record-Count
               MOVE WS-Request-Hash TO IR-Hash-Total
               MOVE GT-Total-Funding TO IR-Dollar-Total
               CALL "IfaceRegister" USING IfaceRegRequest.

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

               End Program CashRequirements.
