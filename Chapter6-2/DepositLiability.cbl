       Identification Division.
           Program-ID. DepositLiability.
               Author. Anthony Downs.
               Installation.
               Date-Written. October 15, 2026.
               Date-Compiled.
               Security.

      * Federal tax deposit liability and EFTPS payment file.  Every
      * PayLedger entry is rolled up by company and deposit period:
      * federal withholding, the employee Social Security and Medicare
      * shares, and the matching employer FICA.  Under the semiweekly
      * schedule pay dates Wednesday through Friday close on Friday and
      * pay dates Saturday through Tuesday close on Tuesday, with the
      * deposit due three banking days after the period closes; under
      * the monthly schedule the deposit for a month is due on the 15th
      * of the following month.  Weekends and HolidayCalFile dates push
      * a due date forward to the next banking day.  The liability is
      * rebuilt from the ledger on every run into DepositLiabilityFile,
      * keeping each deposit's sent status, so voids and off-cycle pay
      * land in the right period.  With SEND on the command line every
      * open deposit is written to the EFTPS payment file and marked
      * sent, and the file is entered on the outbound interface
      * register with its payment count, the sum of the EINs on it and
      * the dollar total.  The liability calendar flags deposits past
      * due, coming due within the warning window, sent late, or
      * changed since they were sent.  Command line: "SEMIWEEKLY" or
      * "MONTHLY" (default semiweekly), "SEND", and an as-of date
      * "YYYYMMDD" (default today), in any order.  Deposit periods
      * already more than 30 days past due when first seen are taken
      * as deposited outside this system and carried as history.
       Environment Division.
           Configuration Section.
               Special-Names.

           Input-Output Section.
               File-Control.
                   Select PayLedgerFile assign to PayLedgr
                       File Status is PayLedger-Status
                       Organization is Indexed
                       Access Mode is Sequential
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

                   Select Optional CompanyMasterFile assign to CompMast
                       File Status is CompMast-Status
                       Organization is Indexed
                       Access Mode is Dynamic
                       Record Key is CM-Company-Code.

                   Select Optional HolidayCalFile assign to HolCal
                       File Status is HolCal-Status
                       Organization is Indexed
                       Access Mode is Dynamic
                       Record Key is HC-Date.

                   Select DepositLiabilityFile assign to DepLiab
                       File Status is DepLiab-Status
                       Organization is Indexed
                       Access Mode is Dynamic
                       Record Key is TD-Key.

                   Select EftpsPaymentFile assign to EftpsPay
                       Organization is Line Sequential
                       File Status is EftpsPay-Status.

                   Select DepositCalendarFile assign to DepCalRpt
                       Organization is Line Sequential
                       File Status is DepCal-Status.

               I-O-Control.

       Data Division.
           File Section.
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

               FD  CompanyMasterFile.
                   01  CompanyMasterRecord.
                       05  CM-Company-Code                  PIC X(02).
                       05  CM-Legal-Name                    PIC X(30).
                       05  CM-EIN                           PIC 9(09).
                       05  CM-Funding-Routing               PIC 9(09).
                       05  CM-Funding-Account               PIC X(17).

               FD  HolidayCalFile.
                   01  HolidayCalRecord.
                       05  HC-Date                          PIC 9(08).
                       05  HC-Description                   PIC X(20).

               FD  DepositLiabilityFile.
                   01  DepositLiabilityRecord.
                       05  TD-Key.
                           10  TD-Company-Code              PIC X(02).
                           10  TD-Period-End                PIC 9(08).
                       05  TD-Schedule                      PIC X(01).
                           88  TD-Semiweekly                value "S".
                           88  TD-Monthly                   value "M".
                       05  TD-Due-Date                      PIC 9(08).
                       05  TD-Withholding               PIC S9(9)V99.
                       05  TD-Soc-Sec-Employee          PIC S9(9)V99.
                       05  TD-Medicare-Employee         PIC S9(9)V99.
                       05  TD-Soc-Sec-Employer          PIC S9(9)V99.
                       05  TD-Medicare-Employer         PIC S9(9)V99.
                       05  TD-Total-Deposit             PIC S9(9)V99.
                       05  TD-Entry-Count                   PIC 9(05).
                       05  TD-Status                        PIC X(01).
                           88  TD-Open                      value "O".
                           88  TD-Sent                      value "S".
                           88  TD-History                   value "H".
                       05  TD-Sent-Date                     PIC 9(08).
                       05  TD-Sent-Amount               PIC S9(9)V99.

               FD  EftpsPaymentFile
                   Record Contains 120 characters.
                   01  EftpsPaymentLine                    PIC X(120).

               FD  DepositCalendarFile
                   Record Contains 132 characters.
                   01  DepCalPrintLine                     PIC X(132).

           Working-Storage Section.
               COPY "Misc.cpy".
              COPY "WS_Date.cpy" REPLACING LEADING ==Prefix== BY ==LK==.
               COPY "HeaderMain.cpy".
               COPY "EmployeeRecord.cpy".
               COPY "IfaceReg.cpy".

               01  PayLedger-Status                    PIC X(02).
               01  CompMast-Status                     PIC X(02).
               01  HolCal-Status                       PIC X(02).
               01  DepLiab-Status                      PIC X(02).
               01  EftpsPay-Status                     PIC X(02).
               01  DepCal-Status                       PIC X(02).

               01  WS-Open-Switch   PIC X(01)   value "Y".
                   88  WS-Files-Ready                       value "Y".
                   88  WS-Open-Failed                        value "N".

               01  WS-CompMast-Switch   PIC X(01)   value "N".
                   88  WS-CompMast-Ready                    value "Y".
                   88  WS-CompMast-Not-Ready                value "N".
               01  WS-HolCal-Switch   PIC X(01)   value "N".
                   88  WS-HolCal-Ready                      value "Y".
                   88  WS-HolCal-Not-Ready                  value "N".
               01  WS-Banking-Switch   PIC X(01)   value "N".
                   88  WS-Banking-Day                       value "Y".
                   88  WS-Not-Banking-Day                   value "N".
               01  WS-Scan-Switch   PIC X(01)   value "N".
                   88  WS-Scan-Eof                          value "Y".
                   88  WS-Scan-Not-Eof                      value "N".
               01  WS-Schedule-Switch   PIC X(01)   value "S".
                   88  WS-Semiweekly-Depositor              value "S".
                   88  WS-Monthly-Depositor                 value "M".
               01  WS-Send-Switch   PIC X(01)   value "N".
                   88  WS-Send-Payments                     value "Y".
                   88  WS-Report-Only                       value "N".

               01  WS-Command-Line-Param   PIC X(40)   value spaces.
               01  WS-Param-Tokens.
                   05  WS-Param-Token OCCURS 3 TIMES    PIC X(10).
               01  WS-Token-Idx   PIC 9(01)   COMP value 0.
               01  WS-As-Of-Date   PIC 9(08)   value 0.
               01  WS-As-Of-Integer   PIC 9(08)   COMP value 0.
               01  WS-Report-From   PIC 9(08)   value 0.
               01  WS-Warning-Days   PIC 9(03)   value 3.
               01  WS-History-Days   PIC 9(03)   value 30.
               01  WS-Work-Date   PIC 9(08)   value 0.
               01  WS-Work-Date-Parts redefines WS-Work-Date.
                   05  WS-Work-Year                     PIC 9(04).
                   05  WS-Work-Month                    PIC 9(02).
                   05  WS-Work-Day                      PIC 9(02).
               01  WS-Work-Integer   PIC 9(08)   COMP value 0.
               01  WS-Day-Of-Week   PIC 9(01)   COMP value 0.
               01  WS-Days-To-Close   PIC 9(01)   COMP value 0.
               01  WS-Banking-Days-Left   PIC 9(01)   COMP value 0.
               01  WS-Period-End   PIC 9(08)   value 0.
               01  WS-Due-Date   PIC 9(08)   value 0.
               01  WS-Due-Integer   PIC 9(08)   COMP value 0.
               01  WS-Days-Until-Due   PIC S9(05)   COMP value 0.
               01  WS-Company-Code   PIC X(02)   value spaces.
               01  WS-Ledger-Count   PIC 9(07)   COMP value 0.
               01  WS-Sent-Count   PIC 9(05)   COMP value 0.
               01  WS-Sent-Total   PIC S9(9)V99 value 0.
               01  WS-Sent-Hash   PIC 9(15)   value 0.
               01  WS-Past-Due-Count   PIC 9(05)   COMP value 0.
               01  WS-Due-Soon-Count   PIC 9(05)   COMP value 0.
               01  WS-Open-Total   PIC S9(9)V99 value 0.

               01  EftpsPaymentRecord.
               05   PIC X(05)   value "EFTPS".
                   05  EP-EIN                           PIC 9(09).
                   05  EP-Tax-Form                      PIC X(03).
                   05  EP-Tax-Period.
                       10  EP-Tax-Year                  PIC 9(04).
                       10  EP-Tax-Quarter               PIC 9(01).
                   05  EP-Settlement-Date               PIC 9(08).
                   05  EP-Total-Amount                  PIC 9(09)V99.
                   05  EP-Withholding-Amount            PIC 9(09)V99.
                   05  EP-Soc-Sec-Amount                PIC 9(09)V99.
                   05  EP-Medicare-Amount               PIC 9(09)V99.
                   05  EP-Company-Code                  PIC X(02).
                   05  EP-Period-End                    PIC 9(08).
                   05  EP-Debit-Routing                 PIC 9(09).
               05   PIC X(18)   value spaces.

               01  DepCalHeading2.
               05   PIC X(17)   value spaces.
               05   PIC X(30)   value "Federal Deposit Liability".
               05   PIC X(3)   value spaces.
               05   PIC X(07)   value "As of: ".
               05  DH2-As-Of-Date   PIC 9(04)/9(02)/9(02).
               05   PIC X(3)   value spaces.
               05   PIC X(10)   value "Schedule: ".
                   05  DH2-Schedule                     PIC X(10).

               01  DepCalColumnHeadings.
               05   PIC X(02)   value "Co".
               05   PIC X(2)   value spaces.
               05   PIC X(10)   value "Period End".
               05   PIC X(2)   value spaces.
               05   PIC X(10)   value "Due Date".
               05   PIC X(2)   value spaces.
               05   PIC X(13)   value "  Withholding".
               05   PIC X(2)   value spaces.
               05   PIC X(13)   value "  FICA Empl".
               05   PIC X(2)   value spaces.
               05   PIC X(13)   value "  FICA Match".
               05   PIC X(2)   value spaces.
               05   PIC X(13)   value "  Deposit".
               05   PIC X(2)   value spaces.
               05   PIC X(10)   value "Sent Date".
               05   PIC X(2)   value spaces.
               05   PIC X(10)   value "Flag".

               01  DepCalDetailLine.
                   05  DC-Company-Code                  PIC X(02).
               05   PIC X(2) value spaces.
               05  DC-Period-End   PIC 9(04)/9(02)/9(02).
               05   PIC X(2) value spaces.
               05  DC-Due-Date   PIC 9(04)/9(02)/9(02).
               05   PIC X(2) value spaces.
               05  DC-Withholding   PIC $Z(7)9.99-.
               05   PIC X(1) value spaces.
               05  DC-Fica-Employee   PIC $Z(7)9.99-.
               05   PIC X(1) value spaces.
               05  DC-Fica-Employer   PIC $Z(7)9.99-.
               05   PIC X(1) value spaces.
               05  DC-Total-Deposit   PIC $Z(7)9.99-.
               05   PIC X(1) value spaces.
                   05  DC-Sent-Date                     PIC X(10).
               05   PIC X(2) value spaces.
                   05  DC-Flag                          PIC X(10).

               01  DepCalTotalLine.
               05   PIC X(06)   value "Sent: ".
                   05  DT-Sent-Count                    PIC ZZZZ9.
               05   PIC X(1)   value spaces.
               05  DT-Sent-Total   PIC $Z(8)9.99-.
               05   PIC X(3)   value spaces.
               05   PIC X(10)   value "Past due: ".
                   05  DT-Past-Due-Count                PIC ZZZZ9.
               05   PIC X(3)   value spaces.
               05   PIC X(10)   value "Due soon: ".
                   05  DT-Due-Soon-Count                PIC ZZZZ9.
               05   PIC X(3)   value spaces.
               05   PIC X(12)   value "Still open: ".
               05  DT-Open-Total   PIC $Z(8)9.99-.

       Procedure Division.
           Initilization.
               PERFORM 050-Select-Run-Options
               PERFORM 600-FormatDate
               PERFORM 700-FormatTime
               PERFORM 100-Open-Files
               IF WS-Files-Ready
                   PERFORM 150-Clear-Deposit-Totals
                   PERFORM 200-Read-Records
                   PERFORM 400-Accumulate-One-Entry
                       UNTIL WS-Eof
                   PERFORM 300-Write-Heading
                   PERFORM 450-Review-Deposits
                   PERFORM 480-Write-Totals
               END-IF
               PERFORM 500-Close-Files.
               IF WS-Open-Failed
                   MOVE 16 TO RETURN-CODE
               ELSE
                   IF WS-Past-Due-Count > 0
                       MOVE 4 TO RETURN-CODE
                   END-IF
               END-IF
               STOP RUN.

           050-Select-Run-Options.
               ACCEPT WS-Command-Line-Param FROM COMMAND-LINE
               MOVE FUNCTION UPPER-CASE(WS-Command-Line-Param)
                   TO WS-Command-Line-Param
               MOVE SPACES TO WS-Param-Tokens
               UNSTRING WS-Command-Line-Param
                   DELIMITED BY ALL " "
                   INTO WS-Param-Token (1) WS-Param-Token (2)
                        WS-Param-Token (3)
               END-UNSTRING
               PERFORM 055-Check-One-Token
                   VARYING WS-Token-Idx FROM 1 BY 1
                   UNTIL WS-Token-Idx > 3.

           055-Check-One-Token.
               EVALUATE TRUE
                   WHEN WS-Param-Token (WS-Token-Idx) = "MONTHLY"
                       SET WS-Monthly-Depositor TO TRUE
                   WHEN WS-Param-Token (WS-Token-Idx) = "SEMIWEEKLY"
                       SET WS-Semiweekly-Depositor TO TRUE
                   WHEN WS-Param-Token (WS-Token-Idx) = "SEND"
                       SET WS-Send-Payments TO TRUE
                   WHEN WS-Param-Token (WS-Token-Idx)(1:8) IS NUMERIC
                       MOVE WS-Param-Token (WS-Token-Idx)(1:8)
                           TO WS-As-Of-Date
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE.

           100-Open-Files.
               OPEN INPUT PayLedgerFile
               CALL "Validations" USING PayLedger-Status, "DEPLIAB"
               OPEN INPUT PayrollReport
                   CALL "Validations" USING File_Status, "DEPLIAB"
               OPEN I-O DepositLiabilityFile
               IF DepLiab-Status = "35"
                   OPEN OUTPUT DepositLiabilityFile
                   CLOSE DepositLiabilityFile
                   OPEN I-O DepositLiabilityFile
               END-IF
               CALL "Validations" USING DepLiab-Status, "DEPLIAB"
               OPEN OUTPUT DepositCalendarFile
               CALL "Validations" USING DepCal-Status, "DEPLIAB"
               IF WS-Send-Payments
                   OPEN OUTPUT EftpsPaymentFile
                   CALL "Validations" USING EftpsPay-Status, "DEPLIAB"
               ELSE
                   MOVE "00" TO EftpsPay-Status
               END-IF
               IF PayLedger-Status NOT = "00"
                       OR File_Status NOT = "00"
                       OR DepLiab-Status NOT = "00"
                       OR DepCal-Status NOT = "00"
                       OR EftpsPay-Status NOT = "00"
                   SET WS-Open-Failed TO TRUE
               END-IF
               OPEN INPUT CompanyMasterFile
               IF CompMast-Status = "00"
                   SET WS-CompMast-Ready TO TRUE
               END-IF
               OPEN INPUT HolidayCalFile
               IF HolCal-Status = "00"
                   SET WS-HolCal-Ready TO TRUE
               END-IF.

      * The liability is rebuilt from the ledger each run; zero the
      * amounts first and keep each deposit's status and sent details.
           150-Clear-Deposit-Totals.
               SET WS-Scan-Not-Eof TO TRUE
               MOVE LOW-VALUES TO TD-Key
               START DepositLiabilityFile
                       KEY IS GREATER THAN OR EQUAL TD-Key
                   INVALID KEY
                       SET WS-Scan-Eof TO TRUE
               END-START
               PERFORM 155-Clear-One-Deposit
                   UNTIL WS-Scan-Eof.

           155-Clear-One-Deposit.
               READ DepositLiabilityFile NEXT RECORD
                   AT END
                       SET WS-Scan-Eof TO TRUE
                   NOT AT END
                       MOVE 0 TO TD-Withholding
                       MOVE 0 TO TD-Soc-Sec-Employee
                       MOVE 0 TO TD-Medicare-Employee
                       MOVE 0 TO TD-Soc-Sec-Employer
                       MOVE 0 TO TD-Medicare-Employer
                       MOVE 0 TO TD-Total-Deposit
                       MOVE 0 TO TD-Entry-Count
                       REWRITE DepositLiabilityRecord
                           INVALID KEY
                               CONTINUE
                       END-REWRITE
               END-READ.

           200-Read-Records.
               READ PayLedgerFile NEXT RECORD
                   AT END
                       SET WS-Eof TO TRUE
               END-READ.

           300-Write-Heading.
               MOVE WS-As-Of-Date TO DH2-As-Of-Date
               IF WS-Monthly-Depositor
                   MOVE "MONTHLY" TO DH2-Schedule
               ELSE
                   MOVE "SEMIWEEKLY" TO DH2-Schedule
               END-IF
               MOVE SPACES TO DepCalPrintLine
               WRITE DepCalPrintLine FROM HeaderMain
                   AFTER ADVANCING PAGE
               WRITE DepCalPrintLine FROM DepCalHeading2
                   AFTER ADVANCING 1
               WRITE DepCalPrintLine FROM HeaderMain3
                   AFTER ADVANCING 2
               WRITE DepCalPrintLine FROM DepCalColumnHeadings
                   AFTER ADVANCING 2.

           400-Accumulate-One-Entry.
               IF LG-Pay-Date IS NUMERIC AND LG-Pay-Date > 0
                   PERFORM 410-Find-Company
                   PERFORM 420-Find-Deposit-Period
                   PERFORM 440-Post-To-Deposit
               END-IF
               PERFORM 200-Read-Records.

           410-Find-Company.
               MOVE "01" TO WS-Company-Code
               MOVE LG-EmployeeNumber TO PR-EmployeeNumber
               READ PayrollReport
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE EmployeeRecord TO EmployeeRecords
                       IF CompanyCode NOT = SPACES
                           MOVE CompanyCode TO WS-Company-Code
                       END-IF
               END-READ.

           420-Find-Deposit-Period.
               IF WS-Monthly-Depositor
                   MOVE LG-Pay-Date TO WS-Work-Date
                   IF WS-Work-Month = 12
                       ADD 1 TO WS-Work-Year
                       MOVE 1 TO WS-Work-Month
                   ELSE
                       ADD 1 TO WS-Work-Month
                   END-IF
                   MOVE 1 TO WS-Work-Day
                   COMPUTE WS-Period-End =
                       FUNCTION DATE-OF-INTEGER(
                           FUNCTION INTEGER-OF-DATE(WS-Work-Date) - 1)
                   MOVE 15 TO WS-Work-Day
                   COMPUTE WS-Work-Integer =
                       FUNCTION INTEGER-OF-DATE(WS-Work-Date)
                   PERFORM 425-Check-Banking-Day
                   PERFORM 427-Roll-To-Banking-Day
                       UNTIL WS-Banking-Day
               ELSE
                   COMPUTE WS-Work-Integer =
                       FUNCTION INTEGER-OF-DATE(LG-Pay-Date)
                   COMPUTE WS-Day-Of-Week =
                       FUNCTION MOD(WS-Work-Integer, 7)
                   EVALUATE WS-Day-Of-Week
                       WHEN 3
                           MOVE 2 TO WS-Days-To-Close
                       WHEN 4
                           MOVE 1 TO WS-Days-To-Close
                       WHEN 5
                           MOVE 0 TO WS-Days-To-Close
                       WHEN 6
                           MOVE 3 TO WS-Days-To-Close
                       WHEN 0
                           MOVE 2 TO WS-Days-To-Close
                       WHEN 1
                           MOVE 1 TO WS-Days-To-Close
                       WHEN OTHER
                           MOVE 0 TO WS-Days-To-Close
                   END-EVALUATE
                   ADD WS-Days-To-Close TO WS-Work-Integer
                   COMPUTE WS-Period-End =
                       FUNCTION DATE-OF-INTEGER(WS-Work-Integer)
                   MOVE 3 TO WS-Banking-Days-Left
                   PERFORM 430-Count-One-Banking-Day
                       UNTIL WS-Banking-Days-Left = 0
               END-IF
               MOVE WS-Work-Integer TO WS-Due-Integer
               COMPUTE WS-Due-Date =
                   FUNCTION DATE-OF-INTEGER(WS-Due-Integer).

           425-Check-Banking-Day.
               COMPUTE WS-Day-Of-Week =
                   FUNCTION MOD(WS-Work-Integer, 7)
               SET WS-Banking-Day TO TRUE
               IF WS-Day-Of-Week = 6 OR WS-Day-Of-Week = 0
                   SET WS-Not-Banking-Day TO TRUE
               ELSE
                   IF WS-HolCal-Ready
                       COMPUTE HC-Date =
                           FUNCTION DATE-OF-INTEGER(WS-Work-Integer)
                       READ HolidayCalFile
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               SET WS-Not-Banking-Day TO TRUE
                       END-READ
                   END-IF
               END-IF.

           427-Roll-To-Banking-Day.
               ADD 1 TO WS-Work-Integer
               PERFORM 425-Check-Banking-Day.

           430-Count-One-Banking-Day.
               ADD 1 TO WS-Work-Integer
               PERFORM 425-Check-Banking-Day
               IF WS-Banking-Day
                   SUBTRACT 1 FROM WS-Banking-Days-Left
               END-IF.

           440-Post-To-Deposit.
               MOVE WS-Company-Code TO TD-Company-Code
               MOVE WS-Period-End TO TD-Period-End
               READ DepositLiabilityFile
                   INVALID KEY
                       INITIALIZE DepositLiabilityRecord
                       MOVE WS-Company-Code TO TD-Company-Code
                       MOVE WS-Period-End TO TD-Period-End
                       IF WS-As-Of-Integer - WS-Due-Integer
                               > WS-History-Days
                           SET TD-History TO TRUE
                       ELSE
                           SET TD-Open TO TRUE
                       END-IF
                       WRITE DepositLiabilityRecord
                           INVALID KEY
                               CONTINUE
                       END-WRITE
               END-READ
               MOVE WS-Schedule-Switch TO TD-Schedule
               MOVE WS-Due-Date TO TD-Due-Date
               ADD LG-Withholding TO TD-Withholding
               ADD LG-Soc-Sec TO TD-Soc-Sec-Employee
               ADD LG-Medicare TO TD-Medicare-Employee
               ADD LG-Soc-Sec TO TD-Soc-Sec-Employer
               ADD LG-Medicare TO TD-Medicare-Employer
               COMPUTE TD-Total-Deposit =
                   TD-Withholding + TD-Soc-Sec-Employee
                 + TD-Medicare-Employee + TD-Soc-Sec-Employer
                 + TD-Medicare-Employer
               ADD 1 TO TD-Entry-Count
               REWRITE DepositLiabilityRecord
                   INVALID KEY
                       CONTINUE
               END-REWRITE
               ADD 1 TO WS-Ledger-Count.

      * Calendar pass: every deposit for the as-of year, plus any older
      * deposit still open, is listed; SEND writes the open ones out.
           450-Review-Deposits.
               SET WS-Scan-Not-Eof TO TRUE
               MOVE LOW-VALUES TO TD-Key
               START DepositLiabilityFile
                       KEY IS GREATER THAN OR EQUAL TD-Key
                   INVALID KEY
                       SET WS-Scan-Eof TO TRUE
               END-START
               PERFORM 455-Review-One-Deposit
                   UNTIL WS-Scan-Eof.

           455-Review-One-Deposit.
               READ DepositLiabilityFile NEXT RECORD
                   AT END
                       SET WS-Scan-Eof TO TRUE
                   NOT AT END
                       IF (TD-Period-End >= WS-Report-From OR TD-Open)
                               AND (TD-Entry-Count > 0 OR TD-Sent)
                           PERFORM 460-Report-One-Deposit
                       END-IF
               END-READ.

           460-Report-One-Deposit.
               IF TD-Open AND WS-Send-Payments
                       AND TD-Total-Deposit > 0
                   PERFORM 470-Write-Eftps-Payment
               END-IF
               COMPUTE WS-Days-Until-Due =
                   FUNCTION INTEGER-OF-DATE(TD-Due-Date)
                       - WS-As-Of-Integer
               MOVE SPACES TO DC-Flag
               MOVE SPACES TO DC-Sent-Date
               EVALUATE TRUE
                   WHEN TD-Open AND WS-Days-Until-Due < 0
                       MOVE "PAST DUE" TO DC-Flag
                       ADD 1 TO WS-Past-Due-Count
                   WHEN TD-Open
                           AND WS-Days-Until-Due <= WS-Warning-Days
                       MOVE "DUE SOON" TO DC-Flag
                       ADD 1 TO WS-Due-Soon-Count
                   WHEN TD-Open
                       MOVE "OPEN" TO DC-Flag
                   WHEN TD-History
                       MOVE "HISTORY" TO DC-Flag
                   WHEN TD-Sent AND TD-Sent-Amount
                           NOT = TD-Total-Deposit
                       MOVE "CHANGED" TO DC-Flag
                   WHEN TD-Sent AND TD-Sent-Date > TD-Due-Date
                       MOVE "SENT LATE" TO DC-Flag
                   WHEN OTHER
                       MOVE "SENT" TO DC-Flag
               END-EVALUATE
               IF TD-Open
                   ADD TD-Total-Deposit TO WS-Open-Total
               END-IF
               IF TD-Sent
                   MOVE TD-Sent-Date TO WS-Work-Date
                   STRING WS-Work-Date(1:4) "/" WS-Work-Date(5:2) "/"
                          WS-Work-Date(7:2) DELIMITED BY SIZE
                       INTO DC-Sent-Date
                   END-STRING
               END-IF
               MOVE TD-Company-Code TO DC-Company-Code
               MOVE TD-Period-End TO DC-Period-End
               MOVE TD-Due-Date TO DC-Due-Date
               MOVE TD-Withholding TO DC-Withholding
               COMPUTE DC-Fica-Employee =
                   TD-Soc-Sec-Employee + TD-Medicare-Employee
               COMPUTE DC-Fica-Employer =
                   TD-Soc-Sec-Employer + TD-Medicare-Employer
               MOVE TD-Total-Deposit TO DC-Total-Deposit
               MOVE SPACES TO DepCalPrintLine
               WRITE DepCalPrintLine FROM DepCalDetailLine
                   AFTER ADVANCING 1.

      * A deposit already past due settles on the next banking day.
           470-Write-Eftps-Payment.
               MOVE 0 TO CM-EIN
               MOVE 0 TO CM-Funding-Routing
               IF WS-CompMast-Ready
                   MOVE TD-Company-Code TO CM-Company-Code
                   READ CompanyMasterFile
                       INVALID KEY
                           MOVE 0 TO CM-EIN
                           MOVE 0 TO CM-Funding-Routing
                   END-READ
               END-IF
               IF TD-Due-Date > WS-As-Of-Date
                   MOVE TD-Due-Date TO EP-Settlement-Date
               ELSE
                   COMPUTE WS-Work-Integer = WS-As-Of-Integer + 1
                   PERFORM 425-Check-Banking-Day
                   PERFORM 427-Roll-To-Banking-Day
                       UNTIL WS-Banking-Day
                   COMPUTE EP-Settlement-Date =
                       FUNCTION DATE-OF-INTEGER(WS-Work-Integer)
               END-IF
               MOVE CM-EIN TO EP-EIN
               MOVE "941" TO EP-Tax-Form
               MOVE TD-Period-End TO WS-Work-Date
               MOVE WS-Work-Year TO EP-Tax-Year
               COMPUTE EP-Tax-Quarter = (WS-Work-Month + 2) / 3
               MOVE TD-Total-Deposit TO EP-Total-Amount
               MOVE TD-Withholding TO EP-Withholding-Amount
               COMPUTE EP-Soc-Sec-Amount =
                   TD-Soc-Sec-Employee + TD-Soc-Sec-Employer
               COMPUTE EP-Medicare-Amount =
                   TD-Medicare-Employee + TD-Medicare-Employer
               MOVE TD-Company-Code TO EP-Company-Code
               MOVE TD-Period-End TO EP-Period-End
               MOVE CM-Funding-Routing TO EP-Debit-Routing
               WRITE EftpsPaymentLine FROM EftpsPaymentRecord
               SET TD-Sent TO TRUE
               MOVE EP-Settlement-Date TO TD-Sent-Date
               MOVE TD-Total-Deposit TO TD-Sent-Amount
               REWRITE DepositLiabilityRecord
                   INVALID KEY
                       CONTINUE
               END-REWRITE
               ADD 1 TO WS-Sent-Count
               ADD TD-Total-Deposit TO WS-Sent-Total
               ADD EP-EIN TO WS-Sent-Hash.

           480-Write-Totals.
               MOVE WS-Sent-Count TO DT-Sent-Count
               MOVE WS-Sent-Total TO DT-Sent-Total
               MOVE WS-Past-Due-Count TO DT-Past-Due-Count
               MOVE WS-Due-Soon-Count TO DT-Due-Soon-Count
               MOVE WS-Open-Total TO DT-Open-Total
               MOVE SPACES TO DepCalPrintLine
               WRITE DepCalPrintLine FROM DepCalTotalLine
                   AFTER ADVANCING 2
               DISPLAY "DEPLIAB: ledger entries " WS-Ledger-Count
                   " payments sent " WS-Sent-Count.

           500-Close-Files.
               CLOSE PayLedgerFile
               CLOSE PayrollReport
               CLOSE DepositLiabilityFile
               CLOSE DepositCalendarFile
               IF WS-Send-Payments
                   CLOSE EftpsPaymentFile
               END-IF
               IF WS-CompMast-Ready
                   CLOSE CompanyMasterFile
               END-IF
               IF WS-HolCal-Ready
                   CLOSE HolidayCalFile
               END-IF
               IF WS-Files-Ready AND WS-Send-Payments
                   PERFORM 510-Register-Eftps-File
               END-IF.

           510-Register-Eftps-File.
               INITIALIZE IfaceRegRequest
               MOVE "EFTPS" TO IR-Interface-Id
               MOVE "EftpsPaymentFile" TO IR-File-Name
               MOVE "EFTPS (Treasury)" TO IR-Recipient
               MOVE "DEPLIAB" TO IR-Program
               MOVE WS-Sent-Count TO IR-Record-Count
               MOVE WS-Sent-Hash TO IR-Hash-Total
               MOVE WS-Sent-Total TO IR-Dollar-Total
               CALL "IfaceRegister" USING IfaceRegRequest.

           600-FormatDate.
               CALL "DateFormat" USING LK_Current_Date
               IF WS-As-Of-Date = 0
                   MOVE LK_Current_Date TO WS-As-Of-Date
               END-IF
               COMPUTE WS-As-Of-Integer =
                   FUNCTION INTEGER-OF-DATE(WS-As-Of-Date)
               MOVE WS-As-Of-Date TO WS-Work-Date
               COMPUTE WS-Report-From = WS-Work-Year * 10000 + 101
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

               End Program DepositLiability.
