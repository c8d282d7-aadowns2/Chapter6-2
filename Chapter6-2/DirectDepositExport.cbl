               Date-Compiled.
               Security.

      * Builds the ACH deposit file for the regular pay run.  When run
      * with the OFFCYCLE option it instead deposits only the off-cycle
      * payments queued by OffCyclePay, dated today, and leaves the
      * regular period's run-status record untouched.
      * An employee whose deposit account changed recently is on hold
      * in BankHoldFile: that pay (regular, supplemental or off-cycle)
      * is routed to OffCycleCheckFile for PositivePayExport to issue
      * as a paper check.  The first regular run that does so releases
      * the hold, so deposits resume with the following pay date.
      * Account numbers are decoded through BankVault only as each
      * deposit line is built; this is one of the few programs the
      * vault will decode for.
      * A supplemental payment whose period falls in a year that
      * YearEndClose has closed is posted to the ledger and year-to-date
      * totals under today's date instead, since the money goes out now
      * and the closed year is frozen.
      * Supplemental pay for a deceased employee is never deposited;
      * it stays pending until DeceasedPay pays it to the beneficiary.
      * Contractor payments queued by ContractorPay (CONTRC) take their
      * bank account from ContractorFile instead of the employee
      * master; a contractor with no account on file is paid by check.
      * The finished file is entered on the outbound interface register
      * (ACHDEP, or ACHOFF for an off-cycle run) with its deposit count,
      * dollar total and the NACHA-style entry hash - the sum of the
      * first eight digits of every routing number deposited to.
       Environment Division.
           Configuration Section.
               Special-Names.
                       Organization is Line Sequential
                       File Status is BankFile-Status.

                   Select Optional SupplementalPayFile assign to SuppPay
                       Organization is Line Sequential
                       File Status is WS-SuppPay-Status.
                       Access Mode is Dynamic
                       Record Key is LG-Key.

                   Select Optional OffCycleDepositFile assign to OffDep
                       Organization is Line Sequential
                       File Status is OffDep-Status.

                   Select OffCycleCheckFile assign to OffChk
                       Organization is Line Sequential
                       File Status is OffChk-Status.

                   Select Optional RunStatusFile assign to RunStat
                       File Status is RunStatus-Status
                       Organization is Indexed
                       Access Mode is Dynamic
                       Record Key is RS-Period-Date.

                   Select Optional BankHoldFile assign to BankHold
                       File Status is BankHold-Status
                       Organization is Indexed
                       Access Mode is Dynamic
                       Record Key is BC-EmployeeNumber.

                   Select Optional ContractorFile assign to Contract
                       File Status is Contract-Status
                       Organization is Indexed
                       Access Mode is Dynamic
                       Record Key is CT-Payee-Number.

               I-O-Control.

       Data Division.
                   Record Contains 80 characters.
                   01  BankFileLine                        PIC X(80).

               FD  SupplementalPayFile
                   Record Contains 80 characters.
                   01  SupplementalPayLine.
                           10  YT-Qtr-Gross             PIC S9(8)V99.
                           10  YT-Qtr-Withholding       PIC S9(8)V99.
                           10  YT-Qtr-Net               PIC S9(8)V99.
                       05  YT-Imputed-Income            PIC S9(8)V99.

               FD  PayLedgerFile.
                   01  PayLedgerRecord.
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

               FD  OffCycleDepositFile
                   Record Contains 80 characters.
                   01  OffCyclePayLine.
                       05  OP-Record-Type                   PIC X(06).
                           88  OP-Contractor-Pay        value "CONTRC".
                       05                                   PIC X(01).
                       05  OP-EmployeeNumber                PIC X(05).
                       05                                   PIC X(01).
                       05  OP-EmployeeName                  PIC X(20).
                       05                                   PIC X(01).
                       05  OP-Net-Amount                 PIC 9(07)V99.
                       05                                   PIC X(01).
                       05  OP-Period-Date                   PIC 9(08).
                       05                                   PIC X(01).
                       05  OP-Status                        PIC X(01).
                       05                                   PIC X(26).

               FD  OffCycleCheckFile
                   Record Contains 80 characters.
                   01  OffCycleCheckLine                   PIC X(80).

               FD  RunStatusFile.
                   01  RunStatusRecord.
                       05  RS-Reconcile-Done                PIC X(01).
                       05  RS-Reconcile-Date                PIC 9(08).

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

               FD  ContractorFile
                   Record Contains 200 characters.
                   01  ContractorRecord.
                       05  CT-Payee-Number             PIC X(05).
                       05                              PIC X(134).
                       05  CT-Bank-Routing             PIC 9(09).
                       05  CT-Bank-Account             PIC X(17).
                       05                              PIC X(35).

           Working-Storage Section.
               COPY "Misc.cpy".
               COPY "RefTable.cpy".
              COPY "WS_Date.cpy" REPLACING LEADING ==Prefix== BY ==LK==.
               COPY "EmployeeRecord.cpy".
               COPY "IfaceReg.cpy".

               01  BankFile-Status                     PIC X(02).

               01  WS-Deposit-Count   PIC 9(05)   COMP value 0.
               01  WS-Skip-Count   PIC 9(05)   COMP value 0.
               01  WS-Total-Deposit-Amount   PIC S9(9)V99 value 0.
               01  WS-Entry-Hash   PIC 9(15)   value 0.
               01  WS-Hash-Dfi   PIC 9(08)   value 0.
               01  WS-Second-Amount   PIC S9(7)V99 value 0.
               01  WS-Primary-Amount   PIC S9(7)V99 value 0.

               01  WS-Pay-Frequency   PIC X(01)   value "B".
                   88  WS-Pays-Weekly                        value "W".
                   88  WS-Pays-Biweekly                      value "B".

               01  WS-Command-Line-Param   PIC X(40)   value spaces.
               01  WS-Company-Filter   PIC X(02)   value spaces.
               01  WS-Run-Option   PIC X(08)   value spaces.
                   88  WS-Off-Cycle-Run                value "OFFCYCLE".
               01  OffDep-Status                       PIC X(02).
               01  OffChk-Status                       PIC X(02).
               01  WS-OffDep-Eof-Switch   PIC X(01)   value "N".
                   88  WS-OffDep-Eof                        value "Y".
                   88  WS-OffDep-Not-Eof                    value "N".
               01  WS-Rerouted-Count   PIC 9(05)   COMP value 0.
               01  BankHold-Status                     PIC X(02).
               01  WS-BankHold-Switch   PIC X(01)   value "N".
                   88  WS-BankHold-Ready                    value "Y".
                   88  WS-BankHold-Not-Ready                value "N".
               01  WS-Hold-Switch   PIC X(01)   value "N".
                   88  WS-On-Bank-Hold                      value "Y".
                   88  WS-Not-On-Bank-Hold                  value "N".
               01  WS-Held-Count   PIC 9(05)   COMP value 0.
               01  Contract-Status                     PIC X(02).
               01  WS-Contract-Switch   PIC X(01)   value "N".
                   88  WS-Contract-Ready                    value "Y".
                   88  WS-Contract-Not-Ready                value "N".

               01  WS-SuppPay-Status                   PIC X(02).
               01  WS-SuppPay-Eof-Switch   PIC X(01)   value "N".
                   05  WS-Supp-Year                     PIC 9(04).
                   05  WS-Supp-Month                    PIC 9(02).
                   05  WS-Supp-Day                      PIC 9(02).
               01  WS-Supp-Post-Date   PIC 9(08)   value 0.
               01  WS-Year-Closed-Answer   PIC X(01)   value "N".
                   88  WS-Supp-Year-Closed                  value "Y".
               01  WS-Prorate-Days   PIC 9(02)   COMP value 14.
               01  WS-Prorate-Worked   PIC S9(04)   COMP value 0.
               01  WS-Period-End-Integer   PIC 9(08)   COMP value 0.
           Initilization.
               PERFORM 050-Select-Company
               PERFORM 100-Open-Files
               IF WS-Files-Ready AND WS-Off-Cycle-Run
                   PERFORM 600-FormatDate
                   PERFORM 305-Write-Off-Cycle-Header
                   PERFORM 460-Deposit-Off-Cycle-Pay
                   PERFORM 450-Write-Total
               END-IF
               IF WS-Files-Ready AND NOT WS-Off-Cycle-Run
                   PERFORM 600-FormatDate
                   PERFORM 300-Write-Header
                   PERFORM 205-Start-Master-Scan

           050-Select-Company.
               ACCEPT WS-Command-Line-Param FROM COMMAND-LINE
               MOVE FUNCTION UPPER-CASE(WS-Command-Line-Param(1:8))
                   TO WS-Run-Option
               IF WS-Off-Cycle-Run
                   CONTINUE
               ELSE
                   IF WS-Command-Line-Param(1:2) NOT = SPACES
                       MOVE WS-Command-Line-Param(1:2)
                           TO WS-Company-Filter
                   END-IF
               END-IF.

           100-Open-Files.
               IF File_Status NOT = "00" OR BankFile-Status NOT = "00"
                   SET WS-Open-Failed TO TRUE
               END-IF
               OPEN INPUT HolidayCalFile
               IF HolCal-Status = "00"
                   SET WS-HolCal-Ready TO TRUE
               OPEN I-O PayLedgerFile
               IF PayLedger-Status = "00"
                   SET WS-Ledger-Ready TO TRUE
               END-IF
               OPEN I-O BankHoldFile
               IF BankHold-Status = "00"
                   SET WS-BankHold-Ready TO TRUE
               END-IF
               IF NOT WS-Off-Cycle-Run
                   OPEN EXTEND OffCycleCheckFile
                   IF OffChk-Status NOT = "00"
                       OPEN OUTPUT OffCycleCheckFile
                   END-IF
               END-IF.

           205-Start-Master-Scan.
                       "adjusted settlement date " WS-Settle-Date
               END-IF.

           305-Write-Off-Cycle-Header.
               MOVE WS-Today TO WS-Settle-Date
               MOVE WS-Settle-Month TO LK_Date_MDY_Month
               MOVE WS-Settle-Day TO LK_Date_MDY_Day
               MOVE WS-Settle-Year TO LK_Date_MDY_Year
               MOVE LK_Date_MDY_Numeric TO BH-Date
               MOVE "OFC" TO BH-Adjusted
               WRITE BankFileLine FROM BankHeaderLine.

           310-Find-Settlement-Date.
               MOVE WS-Today TO WS-Settle-Date
               IF WS-PerCal-Ready
                       AND PP-Date-Numeric > WS-Max-Period-Date
                   MOVE PP-Date-Numeric TO WS-Max-Period-Date
               END-IF
               PERFORM 415-Check-Bank-Hold
               IF BankRoutingNumber NOT = 0 AND Employee-Active
                       AND WS-On-Bank-Hold
                   PERFORM 405-Find-Period-Gross
                   MOVE SPACES TO OffCyclePayLine
                   MOVE PP-Date-Numeric TO OP-Period-Date
                   PERFORM 420-Reroute-Held-Pay
                   PERFORM 425-Release-Bank-Hold
               END-IF
               IF BankRoutingNumber NOT = 0 AND Employee-Active
                       AND WS-Not-On-Bank-Hold
                   PERFORM 405-Find-Period-Gross
                   PERFORM 410-Split-Deposit-Amounts
                   MOVE EmployeeNumber TO BD-EmployeeNumber
                           OR WS-Second-Amount = 0
                       MOVE BankRoutingNumber TO BD-RoutingNumber
                       MOVE BankAccountNumber TO BD-AccountNumber
                       PERFORM 417-Decode-Deposit-Account
                       MOVE WS-Primary-Amount TO BD-DepositAmount
                       WRITE BankFileLine FROM BankDetailLine
                       PERFORM 455-Add-Entry-Hash
                       ADD 1 TO WS-Deposit-Count
                       ADD WS-Primary-Amount TO WS-Total-Deposit-Amount
                   END-IF
                   IF WS-Second-Amount NOT = 0
                       MOVE BankRoutingNumber2 TO BD-RoutingNumber
                       MOVE BankAccountNumber2 TO BD-AccountNumber
                       PERFORM 417-Decode-Deposit-Account
                       MOVE WS-Second-Amount TO BD-DepositAmount
                       WRITE BankFileLine FROM BankDetailLine
                       PERFORM 455-Add-Entry-Hash
                       ADD 1 TO WS-Deposit-Count
                       ADD WS-Second-Amount TO WS-Total-Deposit-Amount
                   END-IF
               ELSE
                   IF WS-Not-On-Bank-Hold
                       ADD 1 TO WS-Skip-Count
                   END-IF
               END-IF
               PERFORM 200-Read-Records.

           415-Check-Bank-Hold.
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

      * The account is held in its stored form on the master and is
      * decoded only into the outgoing deposit line.
           417-Decode-Deposit-Account.
               CALL "BankVault" USING "DECODE", BD-AccountNumber,
                   "DDEXPORT    ", "BATCH   ", EmployeeNumber.

           420-Reroute-Held-Pay.
               MOVE "BNKHLD" TO OP-Record-Type
               MOVE EmployeeNumber TO OP-EmployeeNumber
               MOVE EmployeeName TO OP-EmployeeName
               MOVE WS-Period-Gross TO OP-Net-Amount
               MOVE "N" TO OP-Status
               WRITE OffCycleCheckLine FROM OffCyclePayLine
               ADD 1 TO WS-Held-Count.

           425-Release-Bank-Hold.
               SET BC-Released TO TRUE
               MOVE WS-Today TO BC-Release-Date
               REWRITE BankHoldRecord
                   INVALID KEY
                       CONTINUE
               END-REWRITE.

           405-Find-Period-Gross.
               SET WS-Pays-Biweekly TO TRUE
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
                   MOVE Monthly-Gross TO WS-Period-Gross
                       ADD 1 TO WS-Skip-Count
                   NOT INVALID KEY
                       MOVE EmployeeRecord TO EmployeeRecords
                       PERFORM 415-Check-Bank-Hold
                       IF BankRoutingNumber NOT = 0
                               AND WS-On-Bank-Hold
                               AND NOT Employee-Deceased
                           MOVE SPACES TO OffCyclePayLine
                           MOVE WS-Supp-Net TO WS-Period-Gross
                           MOVE SP-Period-Date TO OP-Period-Date
                           PERFORM 420-Reroute-Held-Pay
                           SET WS-Supp-Paid TO TRUE
                       END-IF
                       IF BankRoutingNumber NOT = 0
                               AND WS-Not-On-Bank-Hold
                               AND NOT Employee-Deceased
                           MOVE BankRoutingNumber
                               TO BD-RoutingNumber
                           MOVE BankAccountNumber
                               TO BD-AccountNumber
                           PERFORM 417-Decode-Deposit-Account
                           MOVE EmployeeNumber TO BD-EmployeeNumber
                           MOVE EmployeeName TO BD-EmployeeName
                           MOVE WS-Supp-Net TO BD-DepositAmount
                           WRITE BankFileLine FROM BankDetailLine
                           PERFORM 455-Add-Entry-Hash
                           ADD 1 TO WS-Deposit-Count
                           ADD WS-Supp-Net
                               TO WS-Total-Deposit-Amount
                           SET WS-Supp-Paid TO TRUE
                       END-IF
                       IF BankRoutingNumber = 0 OR Employee-Deceased
                           ADD 1 TO WS-Skip-Count
                       END-IF
               END-READ
               IF WS-Supp-Paid
                   PERFORM 473-Choose-Supplemental-Date
                   PERFORM 475-Post-Supplemental-Ytd
                   PERFORM 485-Post-Supplemental-Ledger
                   SET Supp-Processed TO TRUE
               END-IF
               PERFORM 435-Read-Supplemental.

           473-Choose-Supplemental-Date.
               MOVE SP-Period-Date TO WS-Supp-Date
               CALL "YearCloseCheck"
                   USING WS-Supp-Year, WS-Year-Closed-Answer
               IF WS-Supp-Year-Closed
                   MOVE WS-Today TO WS-Supp-Date
               END-IF
               MOVE WS-Supp-Date TO WS-Supp-Post-Date.

           475-Post-Supplemental-Ytd.
               IF WS-Ytd-Ready
                   MOVE SP-EmployeeNumber TO YT-EmployeeNumber
                   MOVE WS-Supp-Year TO YT-Year
                   READ YtdAccumFile
           485-Post-Supplemental-Ledger.
               IF WS-Ledger-Ready
                   MOVE SP-EmployeeNumber TO LG-EmployeeNumber
                   MOVE WS-Supp-Post-Date TO LG-Period-Date
                   READ PayLedgerFile
                       INVALID KEY
                           INITIALIZE PayLedgerRecord
                           MOVE SP-EmployeeNumber
                               TO LG-EmployeeNumber
                           MOVE WS-Supp-Post-Date TO LG-Period-Date
                           MOVE WS-Supp-Post-Date TO LG-Pay-Date
                           ADD SP-Amount TO LG-Gross
                           ADD WS-Supp-Withholding
                               TO LG-Withholding
               WRITE SupplementalPayLine
               PERFORM 447-Read-Pending-Record.

           460-Deposit-Off-Cycle-Pay.
               OPEN INPUT OffCycleDepositFile
               IF OffDep-Status = "00"
                   OPEN EXTEND OffCycleCheckFile
                   IF OffChk-Status NOT = "00"
                       OPEN OUTPUT OffCycleCheckFile
                   END-IF
                   OPEN INPUT ContractorFile
                   IF Contract-Status = "00"
                       SET WS-Contract-Ready TO TRUE
                   END-IF
                   SET WS-OffDep-Not-Eof TO TRUE
                   PERFORM 462-Read-Off-Cycle
                   PERFORM 465-Deposit-One-Off-Cycle
                       UNTIL WS-OffDep-Eof
                   CLOSE OffCycleDepositFile
                   CLOSE OffCycleCheckFile
                   IF WS-Contract-Ready
                       CLOSE ContractorFile
                   END-IF
                   OPEN OUTPUT OffCycleDepositFile
                   CLOSE OffCycleDepositFile
               END-IF
               DISPLAY "DIRECTDEPST: off-cycle deposits: "
                   WS-Deposit-Count " rerouted to check: "
                   WS-Rerouted-Count " on bank hold: " WS-Held-Count.

           462-Read-Off-Cycle.
               READ OffCycleDepositFile
                   AT END
                       SET WS-OffDep-Eof TO TRUE
               END-READ.

           465-Deposit-One-Off-Cycle.
               IF OP-Contractor-Pay
                   PERFORM 467-Deposit-One-Contractor
               ELSE
                   PERFORM 466-Deposit-One-Employee
               END-IF
               PERFORM 462-Read-Off-Cycle.

           466-Deposit-One-Employee.
               MOVE OP-EmployeeNumber TO PR-EmployeeNumber
               READ PayrollReport
                   INVALID KEY
                       INITIALIZE EmployeeRecords
                   NOT INVALID KEY
                       MOVE EmployeeRecord TO EmployeeRecords
               END-READ
               PERFORM 415-Check-Bank-Hold
               IF BankRoutingNumber NOT = 0 AND WS-Not-On-Bank-Hold
                   MOVE OP-Net-Amount TO WS-Period-Gross
                   PERFORM 410-Split-Deposit-Amounts
                   MOVE OP-EmployeeNumber TO BD-EmployeeNumber
                   MOVE OP-EmployeeName TO BD-EmployeeName
                   IF WS-Primary-Amount NOT = 0
                           OR WS-Second-Amount = 0
                       MOVE BankRoutingNumber TO BD-RoutingNumber
                       MOVE BankAccountNumber TO BD-AccountNumber
                       PERFORM 417-Decode-Deposit-Account
                       MOVE WS-Primary-Amount TO BD-DepositAmount
                       WRITE BankFileLine FROM BankDetailLine
                       PERFORM 455-Add-Entry-Hash
                       ADD 1 TO WS-Deposit-Count
                       ADD WS-Primary-Amount TO WS-Total-Deposit-Amount
                   END-IF
                   IF WS-Second-Amount NOT = 0
                       MOVE BankRoutingNumber2 TO BD-RoutingNumber
                       MOVE BankAccountNumber2 TO BD-AccountNumber
                       PERFORM 417-Decode-Deposit-Account
                       MOVE WS-Second-Amount TO BD-DepositAmount
                       WRITE BankFileLine FROM BankDetailLine
                       PERFORM 455-Add-Entry-Hash
                       ADD 1 TO WS-Deposit-Count
                       ADD WS-Second-Amount TO WS-Total-Deposit-Amount
                   END-IF
               ELSE
                   WRITE OffCycleCheckLine FROM OffCyclePayLine
                   ADD 1 TO WS-Rerouted-Count
                   IF WS-On-Bank-Hold
                       ADD 1 TO WS-Held-Count
                   END-IF
               END-IF.

      * A contractor has a single deposit account and no bank hold;
      * the account is decoded the same way as an employee's.
           467-Deposit-One-Contractor.
               MOVE 0 TO CT-Bank-Routing
               IF WS-Contract-Ready
                   MOVE OP-EmployeeNumber TO CT-Payee-Number
                   READ ContractorFile
                       INVALID KEY
                           MOVE 0 TO CT-Bank-Routing
                   END-READ
               END-IF
               IF CT-Bank-Routing NOT = 0
                       AND CT-Bank-Account NOT = SPACES
                   MOVE CT-Bank-Routing TO BD-RoutingNumber
                   MOVE CT-Bank-Account TO BD-AccountNumber
                   CALL "BankVault" USING "DECODE", BD-AccountNumber,
                       "DDEXPORT    ", "BATCH   ", OP-EmployeeNumber
                   MOVE OP-EmployeeNumber TO BD-EmployeeNumber
                   MOVE OP-EmployeeName TO BD-EmployeeName
                   MOVE OP-Net-Amount TO BD-DepositAmount
                   WRITE BankFileLine FROM BankDetailLine
                   PERFORM 455-Add-Entry-Hash
                   ADD 1 TO WS-Deposit-Count
                   ADD OP-Net-Amount TO WS-Total-Deposit-Amount
               ELSE
                   WRITE OffCycleCheckLine FROM OffCyclePayLine
                   ADD 1 TO WS-Rerouted-Count
               END-IF.

           450-Write-Total.
               IF WS-Held-Count > 0 AND NOT WS-Off-Cycle-Run
                   DISPLAY "DIRECTDEPST: paid by check on bank hold: "
                       WS-Held-Count
               END-IF
               MOVE WS-Deposit-Count TO BT-Deposit-Count
               MOVE WS-Total-Deposit-Amount TO BT-Total-Amount
               WRITE BankFileLine FROM BankTotalLine.

           455-Add-Entry-Hash.
               DIVIDE BD-RoutingNumber BY 10 GIVING WS-Hash-Dfi
               ADD WS-Hash-Dfi TO WS-Entry-Hash.

           490-Post-Run-Status.
               IF WS-Max-Period-Date = 0
                   CONTINUE
           500-Close-Files.
               CLOSE PayrollReport
               CLOSE BankFile
               IF WS-HolCal-Ready
                   CLOSE HolidayCalFile
               END-IF
               END-IF
               IF WS-Ledger-Ready
                   CLOSE PayLedgerFile
               END-IF
               IF WS-BankHold-Ready
                   CLOSE BankHoldFile
               END-IF
               IF NOT WS-Off-Cycle-Run
                   CLOSE OffCycleCheckFile
               END-IF
               IF WS-Files-Ready
                   PERFORM 510-Register-Bank-File
               END-IF.

           510-Register-Bank-File.
               INITIALIZE IfaceRegRequest
               IF WS-Off-Cycle-Run
                   MOVE "ACHOFF" TO IR-Interface-Id
               ELSE
                   MOVE "ACHDEP" TO IR-Interface-Id
               END-IF
               MOVE "BankFile" TO IR-File-Name
               MOVE "Payroll bank (ODFI)" TO IR-Recipient
               MOVE "DIRECTDEPST" TO IR-Program
               MOVE WS-Deposit-Count TO IR-Record-Count
               MOVE WS-Entry-Hash TO IR-Hash-Total
               MOVE WS-Total-Deposit-Amount TO IR-Dollar-Total
               CALL "IfaceRegister" USING IfaceRegRequest.

           600-FormatDate.
               CALL "DateFormat" USING LK_Current_Date
               MOVE LK_Current_Date TO WS-Today.
