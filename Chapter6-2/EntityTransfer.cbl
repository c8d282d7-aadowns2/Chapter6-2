       Identification Division.
           Program-ID. EntityTransfer.
               Author. Anthony Downs.
               Installation.
               Date-Written. October 15, 2026.
               Date-Compiled.
               Security.

      * Legal-entity transfer.  Moves employees from one CompanyCode
      * to another part way through the year without dragging their
      * year-to-date history along with them.  Each transfer on the
      * EntityXfer file names the employee, the new company, the
      * effective date, whether the successor-employer rule applies
      * to the Social Security wage base (Y) or the wage base restarts
      * under the new employer (anything else), and a reason.
      *
      * When the two companies file under different EINs the
      * employee's YtdAccum record is split at the effective date.
      * Pay ledger entries for periods on or after the effective date
      * (a void reversal counts in the period it voids, the same rule
      * YtdRebuild uses) stay on YtdAccum, which from then on belongs
      * to the new company; everything before it is closed out to an
      * EntityYtdFile record keyed by employee, year and old company,
      * carrying the old EIN, the quarter buckets and the Social
      * Security wages the old employer paid.  W2Efw2,
      * QuarterlyTaxSummary and SuiWageDetail report the closed-out
      * amounts under the old company, and YtdRebuild leaves them out
      * when it rebuilds YtdAccum from the ledger.  An employee who
      * returns to an EIN they were closed out of gets that EIN's
      * closed-out amounts back on YtdAccum and the close-out record
      * is removed, so each EIN still has a single set of totals.
      *
      * The close-out also records the wage-base credit the next
      * employer may count: under the successor-employer rule the
      * Social Security wages paid so far (under this and any earlier
      * successor transfer), otherwise nothing.  The SuccessorWages
      * subprogram hands that credit to every program that computes
      * the Social Security room left under the wage base.
      *
      * When both companies share an EIN only the CompanyCode changes.
      * Either way the PTO balance, garnishment orders and payroll
      * deductions stay with the employee and are listed on the
      * register; deduction codes not in force at the effective date
      * and orders that have already ended are flagged.  The PTO
      * liability (balance hours at AnnualSalary / 2080) and the labor
      * cost already posted for periods on or after the effective date
      * are queued on GlAdjustFile as XFER reclass entries for
      * GlPostingExport to move from the old company to the new one.
      *
      * A transfer dated after today is held and listed, not applied.
      * Transfers that fail validation are listed with the reason.
      * Every transfer applied is written to AuditLog.  Return code 4
      * means something was held, rejected or flagged; 16 means a
      * required file could not be opened.
       Environment Division.
           Configuration Section.
               Special-Names.

           Input-Output Section.
               File-Control.
                   Select EntityXferFile assign to EntityXfer
                       Organization is Line Sequential
                       File Status is EntXfer-Status.

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

                   Select YtdAccumFile assign to YtdAccum
                       File Status is YtdAccum-Status
                       Organization is Indexed
                       Access Mode is Dynamic
                       Record Key is YT-Key.

                   Select EntityYtdFile assign to EntityYtd
                       File Status is EntityYtd-Status
                       Organization is Indexed
                       Access Mode is Dynamic
                       Record Key is EY-Key.

                   Select Optional PayLedgerFile assign to PayLedgr
                       File Status is PayLedger-Status
                       Organization is Indexed
                       Access Mode is Dynamic
                       Record Key is LG-Key.

                   Select Optional PtoAccrualFile assign to PtoAccr
                       File Status is PtoAccr-Status
                       Organization is Indexed
                       Access Mode is Dynamic
                       Record Key is PT-EmployeeNumber.

                   Select Optional GarnishOrderFile assign to GarnOrd
                       File Status is GarnishOrder-Status
                       Organization is Indexed
                       Access Mode is Dynamic
                       Record Key is GO-Key.

                   Select Optional DeductCodeFile assign to DedCode
                       File Status is DeductCode-Status
                       Organization is Indexed
                       Access Mode is Dynamic
                       Record Key is DC-Key.

                   Select Optional TaxYearFile assign to TaxYear
                       File Status is TaxYear-Status
                       Organization is Indexed
                       Access Mode is Dynamic
                       Record Key is TY-Year.

                   Select GlAdjustFile assign to GlAdj
                       Organization is Line Sequential
                       File Status is GlAdj-Status.

                   Select AuditLog assign to AuditLog
                       Organization is Line Sequential
                       File Status is WS-AuditLog-Status.

                   Select EntityXferReportFile assign to EntXfrRpt
                       Organization is Line Sequential
                       File Status is EntXfrRpt-Status.

               I-O-Control.

       Data Division.
           File Section.
               FD  EntityXferFile
                   Record Contains 44 characters.
                   01  EntityXferRecord.
                       05  EX-EmployeeNumber                PIC X(05).
                       05  EX-New-Company                   PIC X(02).
                       05  EX-Effective-Date                PIC 9(08).
                       05  EX-Effective-Parts redefines
                           EX-Effective-Date.
                           10  EX-Effective-Year            PIC 9(04).
                           10  EX-Effective-Month           PIC 9(02).
                           10  EX-Effective-Day             PIC 9(02).
                       05  EX-Successor-Switch              PIC X(01).
                           88  EX-Successor-Rule            value "Y".
                       05  EX-Reason                        PIC X(28).

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

               FD  PtoAccrualFile.
                   01  PtoAccrualRecord.
                       05  PT-EmployeeNumber                PIC X(05).
                       05  PT-Balance-Hours             PIC S9(05)V99.

               FD  GarnishOrderFile.
                   01  GarnishOrderRecord.
                       05  GO-Key.
                           10  GO-EmployeeNumber            PIC X(05).
                           10  GO-Case-Number               PIC X(10).
                       05  GO-Percent-Cap                   PIC 9(02).
                       05  GO-Amount-Cap                 PIC 9(05)V99.
                       05  GO-Start-Date                    PIC 9(08).
                       05  GO-End-Date                      PIC 9(08).

               FD  DeductCodeFile.
                   01  DeductCodeRecord.
                       05  DC-Key.
                           10  DC-Code                      PIC X(02).
                           10  DC-Effective-Date            PIC 9(08).
                       05  DC-Description                   PIC X(20).
                       05  DC-Tax-Class                     PIC X(01).

               FD  TaxYearFile.
                   01  TaxYearRecord.
                       05  TY-Year                          PIC 9(04).
                       05  TY-SocSec-Wage-Base              PIC 9(07).
                       05  TY-SocSec-Rate                   PIC V9999.
                       05  TY-Medicare-Rate                 PIC V9999.
                       05                                   PIC X(06).

               FD  GlAdjustFile
                   Record Contains 80 characters.
                   01  GlAdjustLine                        PIC X(80).

               FD  AuditLog
                   Record Contains 80 characters.
                   01  AuditLogRecord                       PIC X(80).

               FD  EntityXferReportFile
                   Record Contains 132 characters.
                   01  EntXfrRptPrintLine                  PIC X(132).

           Working-Storage Section.
               COPY "Misc.cpy".
              COPY "WS_Date.cpy" REPLACING LEADING ==Prefix== BY ==LK==.
               COPY "HeaderMain.cpy".
               COPY "EmployeeRecord.cpy".

               01  EntXfer-Status                      PIC X(02).
               01  CompMast-Status                     PIC X(02).
               01  YtdAccum-Status                     PIC X(02).
               01  EntityYtd-Status                    PIC X(02).
               01  PayLedger-Status                    PIC X(02).
               01  PtoAccr-Status                      PIC X(02).
               01  GarnishOrder-Status                 PIC X(02).
               01  DeductCode-Status                   PIC X(02).
               01  TaxYear-Status                      PIC X(02).
               01  GlAdj-Status                        PIC X(02).
               01  WS-AuditLog-Status                  PIC X(02).
               01  EntXfrRpt-Status                    PIC X(02).

               01  WS-Open-Switch   PIC X(01)   value "Y".
                   88  WS-Files-Ready                       value "Y".
                   88  WS-Open-Failed                        value "N".

               01  WS-Xfer-Eof-Switch   PIC X(01)   value "N".
                   88  WS-Xfer-Eof                          value "Y".
                   88  WS-Xfer-Not-Eof                      value "N".

               01  WS-Scan-Eof-Switch   PIC X(01)   value "N".
                   88  WS-Scan-Eof                          value "Y".
                   88  WS-Scan-Not-Eof                      value "N".

               01  WS-Valid-Switch   PIC X(01)   value "Y".
                   88  WS-Transfer-Valid                    value "Y".
                   88  WS-Transfer-Invalid                  value "N".

               01  WS-Ytd-Found-Switch   PIC X(01)   value "N".
                   88  WS-Ytd-Found                         value "Y".
                   88  WS-Ytd-Not-Found                     value "N".

               01  WS-Pullback-Switch   PIC X(01)   value "N".
                   88  WS-Pullback-Found                    value "Y".
                   88  WS-Pullback-Not-Found                value "N".

               01  WS-Deduct-Switch   PIC X(01)   value "N".
                   88  WS-Deduct-In-Force                   value "Y".
                   88  WS-Deduct-Not-In-Force               value "N".

               01  WS-Ledger-Switch   PIC X(01)   value "N".
                   88  WS-Ledger-Ready                      value "Y".
               01  WS-Pto-Switch   PIC X(01)   value "N".
                   88  WS-Pto-Ready                         value "Y".
               01  WS-Garnish-Switch   PIC X(01)   value "N".
                   88  WS-Garnish-Ready                     value "Y".
               01  WS-DedCode-Switch   PIC X(01)   value "N".
                   88  WS-DedCode-Ready                     value "Y".

               01  WS-Operator-Id   PIC X(08)   value "ENTXFER".
               01  WS-Today   PIC 9(08)   value 0.
               01  WS-Today-Parts redefines WS-Today.
                   05  WS-Today-Year                    PIC 9(04).
                   05                                   PIC X(04).
               01  WS-SocSec-Wage-Base   PIC 9(07)   value 176100.
               01  WS-Transfer-Count   PIC 9(05)   COMP value 0.
               01  WS-Held-Count   PIC 9(05)   COMP value 0.
               01  WS-Reject-Count   PIC 9(05)   COMP value 0.
               01  WS-Warning-Count   PIC 9(05)   COMP value 0.
               01  WS-Reject-Reason   PIC X(50)   value spaces.
               01  WS-Old-Company   PIC X(02)   value spaces.
               01  WS-Old-EIN   PIC 9(09)   value 0.
               01  WS-New-EIN   PIC 9(09)   value 0.
               01  WS-High-Seq   PIC 9(02)   value 0.
               01  WS-Last-Closed-Date   PIC 9(08)   value 0.
               01  WS-Credit-In   PIC S9(8)V99 value 0.
               01  WS-Pullback-Key   PIC X(11)   value spaces.
               01  WS-Pullback-SocSec   PIC S9(8)V99 value 0.
               01  WS-Credit-Taken-Back   PIC S9(8)V99 value 0.
               01  WS-SocSec-Room   PIC S9(8)V99 value 0.
               01  WS-Year-Start   PIC 9(08)   value 0.
               01  WS-Qtr-Idx   PIC 9(01)   COMP value 0.
               01  WS-Deduction-Idx   PIC 9(01)   COMP value 0.
               01  WS-Hours-Per-Year   PIC 9(04)   value 2080.
               01  WS-Hourly-Rate   PIC 9(05)V99   value 0.
               01  WS-Pto-Liability   PIC S9(7)V99 value 0.
               01  WS-Ledger-Period.
                   05  WS-Ledger-Year                   PIC 9(04).
                   05  WS-Ledger-Month                  PIC 9(02).
                   05  WS-Ledger-Day                    PIC 9(02).
               01  WS-Ledger-Period-Date redefines WS-Ledger-Period
                                                   PIC 9(08).

      *****************************************************************
      * Pay ledger amounts for periods on or after the effective     *
      * date, accumulated the way YtdRebuild builds YtdAccum.  These  *
      * stay with the new company; the rest of the year is closed    *
      * out under the old one.                                        *
      *****************************************************************
               01  WS-Post-Effective.
                   05  PX-Gross                     PIC S9(8)V99.
                   05  PX-Withholding               PIC S9(8)V99.
                   05  PX-Net                       PIC S9(8)V99.
                   05  PX-Soc-Sec                   PIC S9(8)V99.
                   05  PX-Medicare                  PIC S9(8)V99.
                   05  PX-State-Tax                 PIC S9(8)V99.
                   05  PX-Quarter-Totals OCCURS 4 TIMES.
                       10  PX-Qtr-Gross             PIC S9(8)V99.
                       10  PX-Qtr-Withholding       PIC S9(8)V99.
                       10  PX-Qtr-Net               PIC S9(8)V99.
                   05  PX-Imputed-Income            PIC S9(8)V99.

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
                   05                                   PIC X(01).
                   05  GA-From-Company                  PIC X(02).
                   05                                   PIC X(01).
                   05  GA-To-Company                    PIC X(02).
                   05                                   PIC X(01).
                   05  GA-Reclass-Type                  PIC X(01).
                   05                                   PIC X(36).

               01  AuditLogLine.
                   05  AL-EmployeeNumber                   PIC X(05).
               05   PIC X(01)   value space.
                   05  AL-Action                           PIC X(06).
               05   PIC X(01)   value space.
                   05  AL-Operator                         PIC X(08).
               05   PIC X(01)   value space.
               05  AL-Date   PIC 9(02)/9(02)/9(04).
               05   PIC X(01)   value space.
               05  AL-Time   PIC 9(02)9(02)9(02).
               05   PIC X(01)   value space.
                   05  AL-From-Company                     PIC X(02).
               05   PIC X(01)   value "-".
                   05  AL-To-Company                       PIC X(02).
               05   PIC X(39)   value spaces.

               01  EntXfrHeading2.
               05   PIC X(17)   value spaces.
               05   PIC X(35)   value
                   "Legal Entity Transfer Register".

               01  EntXfrColumnHeading.
               05   PIC X(01)   value spaces.
               05   PIC X(07)   value "Emp".
               05   PIC X(21)   value "Name".
               05   PIC X(10)   value "From  To".
               05   PIC X(12)   value "Effective".
               05   PIC X(11)   value "Basis".
               05   PIC X(30)   value "Result".

               01  EntXfrDetailLine.
               05   PIC X(01)   value spaces.
                   05  XD-EmployeeNumber                   PIC X(05).
               05   PIC X(02)   value spaces.
                   05  XD-EmployeeName                     PIC X(20).
               05   PIC X(01)   value spaces.
                   05  XD-From-Company                     PIC X(02).
               05   PIC X(04)   value " -> ".
                   05  XD-To-Company                       PIC X(02).
               05   PIC X(02)   value spaces.
                   05  XD-Effective-Date               PIC 9999/99/99.
               05   PIC X(02)   value spaces.
                   05  XD-Basis                            PIC X(09).
               05   PIC X(02)   value spaces.
                   05  XD-Message                          PIC X(50).

               01  EntXfrAmountLine.
               05   PIC X(10)   value spaces.
                   05  XA-Label                            PIC X(34).
                   05  XA-Amount                 PIC -,---,---,--9.99.
               05   PIC X(02)   value spaces.
                   05  XA-Comment              PIC X(40)   value spaces.

               01  EntXfrReasonLine.
               05   PIC X(10)   value spaces.
               05   PIC X(08)   value "Reason: ".
                   05  XR-Reason                           PIC X(28).

               01  EntXfrTotalLine.
               05   PIC X(21)   value "Transfers Applied:".
                   05  XT-Transfer-Count                  PIC ZZZZ9.
               05   PIC X(05)   value spaces.
               05   PIC X(06)   value "Held: ".
                   05  XT-Held-Count                      PIC ZZZZ9.
               05   PIC X(05)   value spaces.
               05   PIC X(10)   value "Rejected: ".
                   05  XT-Reject-Count                    PIC ZZZZ9.
               05   PIC X(05)   value spaces.
               05   PIC X(10)   value "Flagged: ".
                   05  XT-Warning-Count                   PIC ZZZZ9.

       Procedure Division.
           Initilization.
               PERFORM 100-Open-Files
               IF WS-Files-Ready
                   PERFORM 600-FormatDate
                   PERFORM 700-FormatTime
                   PERFORM 150-Load-Wage-Base
                   PERFORM 300-Write-Heading
                   PERFORM 200-Read-Transfer-Record
                   PERFORM 400-Process-One-Transfer
                       UNTIL WS-Xfer-Eof
                   PERFORM 450-Write-Totals
               END-IF
               PERFORM 500-Close-Files.
               IF WS-Open-Failed
                   MOVE 16 TO RETURN-CODE
               ELSE
                   IF WS-Held-Count > 0 OR WS-Reject-Count > 0
                           OR WS-Warning-Count > 0
                       MOVE 4 TO RETURN-CODE
                   END-IF
               END-IF
               STOP RUN.

           100-Open-Files.
               OPEN INPUT EntityXferFile
               CALL "Validations" USING EntXfer-Status, "ENTITYXFER"
               OPEN I-O PayrollReport
               CALL "Validations" USING File_Status, "ENTITYXFER"
               OPEN I-O YtdAccumFile
               CALL "Validations" USING YtdAccum-Status, "ENTITYXFER"
               OPEN I-O EntityYtdFile
               IF EntityYtd-Status = "35"
                   OPEN OUTPUT EntityYtdFile
                   CLOSE EntityYtdFile
                   OPEN I-O EntityYtdFile
               END-IF
               CALL "Validations" USING EntityYtd-Status, "ENTITYXFER"
               OPEN OUTPUT EntityXferReportFile
               CALL "Validations" USING EntXfrRpt-Status, "ENTITYXFER"
               IF EntXfer-Status NOT = "00"
                       OR File_Status NOT = "00"
                       OR YtdAccum-Status NOT = "00"
                       OR EntityYtd-Status NOT = "00"
                       OR EntXfrRpt-Status NOT = "00"
                   SET WS-Open-Failed TO TRUE
               END-IF
               OPEN INPUT CompanyMasterFile
               OPEN INPUT PayLedgerFile
               IF PayLedger-Status = "00"
                   SET WS-Ledger-Ready TO TRUE
               END-IF
               OPEN INPUT PtoAccrualFile
               IF PtoAccr-Status = "00"
                   SET WS-Pto-Ready TO TRUE
               END-IF
               OPEN INPUT GarnishOrderFile
               IF GarnishOrder-Status = "00"
                   SET WS-Garnish-Ready TO TRUE
               END-IF
               OPEN INPUT DeductCodeFile
               IF DeductCode-Status = "00"
                   SET WS-DedCode-Ready TO TRUE
               END-IF
               OPEN EXTEND GlAdjustFile
               IF GlAdj-Status NOT = "00"
                   OPEN OUTPUT GlAdjustFile
               END-IF
               OPEN EXTEND AuditLog
               IF WS-AuditLog-Status NOT = "00"
                   OPEN OUTPUT AuditLog
               END-IF.

           150-Load-Wage-Base.
               OPEN INPUT TaxYearFile
               IF TaxYear-Status = "00"
                   MOVE WS-Today-Year TO TY-Year
                   READ TaxYearFile
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF TY-SocSec-Wage-Base > 0
                               MOVE TY-SocSec-Wage-Base
                                   TO WS-SocSec-Wage-Base
                           END-IF
                   END-READ
                   CLOSE TaxYearFile
               END-IF.

           200-Read-Transfer-Record.
               READ EntityXferFile
                   AT END
                       SET WS-Xfer-Eof TO TRUE
               END-READ.

           300-Write-Heading.
               MOVE SPACES TO EntXfrRptPrintLine
               WRITE EntXfrRptPrintLine FROM HeaderMain
                   AFTER ADVANCING PAGE
               WRITE EntXfrRptPrintLine FROM EntXfrHeading2
                   AFTER ADVANCING 1
               WRITE EntXfrRptPrintLine FROM HeaderMain3
                   AFTER ADVANCING 2
               WRITE EntXfrRptPrintLine FROM EntXfrColumnHeading
                   AFTER ADVANCING 2.

           320-Write-Register-Line.
               MOVE EX-EmployeeNumber TO XD-EmployeeNumber
               MOVE EX-New-Company TO XD-To-Company
               IF EX-Effective-Date NUMERIC
                   MOVE EX-Effective-Date TO XD-Effective-Date
               ELSE
                   MOVE 0 TO XD-Effective-Date
               END-IF
               MOVE SPACES TO EntXfrRptPrintLine
               WRITE EntXfrRptPrintLine FROM EntXfrDetailLine
                   AFTER ADVANCING 2.

           325-Write-Amount-Line.
               MOVE SPACES TO EntXfrRptPrintLine
               WRITE EntXfrRptPrintLine FROM EntXfrAmountLine
                   AFTER ADVANCING 1
               MOVE SPACES TO XA-Comment
               MOVE 0 TO XA-Amount.

      *****************************************************************
      * One transfer: validate it, hold it when it is dated after     *
      * today, otherwise split or re-code the year-to-date totals,    *
      * move the employee to the new company, list what travels with  *
      * them and queue the GL reclass.                                *
      *****************************************************************
           400-Process-One-Transfer.
               MOVE SPACES TO XD-EmployeeName XD-From-Company
                              XD-Basis
               PERFORM 410-Validate-Transfer
               IF WS-Transfer-Invalid
                   ADD 1 TO WS-Reject-Count
                   MOVE WS-Reject-Reason TO XD-Message
                   PERFORM 320-Write-Register-Line
               ELSE
                   IF EX-Effective-Date > WS-Today
                       ADD 1 TO WS-Held-Count
                       MOVE "Held - effective date not reached"
                           TO XD-Message
                       PERFORM 320-Write-Register-Line
                   ELSE
                       PERFORM 420-Apply-Transfer
                   END-IF
               END-IF
               PERFORM 200-Read-Transfer-Record.

           410-Validate-Transfer.
               SET WS-Transfer-Valid TO TRUE
               MOVE SPACES TO WS-Reject-Reason
               MOVE EX-EmployeeNumber TO PR-EmployeeNumber
               READ PayrollReport
                   INVALID KEY
                       SET WS-Transfer-Invalid TO TRUE
                       MOVE "Employee not on payroll file"
                           TO WS-Reject-Reason
                   NOT INVALID KEY
                       MOVE EmployeeRecord TO EmployeeRecords
                       MOVE EmployeeName TO XD-EmployeeName
                       MOVE CompanyCode TO WS-Old-Company
                                           XD-From-Company
               END-READ
               IF WS-Transfer-Valid AND Employee-Terminated
                   SET WS-Transfer-Invalid TO TRUE
                   MOVE "Employee is terminated" TO WS-Reject-Reason
               END-IF
               IF WS-Transfer-Valid
                       AND EX-New-Company = WS-Old-Company
                   SET WS-Transfer-Invalid TO TRUE
                   MOVE "Employee is already under that company"
                       TO WS-Reject-Reason
               END-IF
               IF WS-Transfer-Valid
                   PERFORM 412-Check-Effective-Date
               END-IF
               IF WS-Transfer-Valid
                   PERFORM 414-Read-Companies
               END-IF
               IF WS-Transfer-Valid
                   PERFORM 416-Scan-Close-Outs
               END-IF.

           412-Check-Effective-Date.
               IF EX-Effective-Date NOT NUMERIC
                       OR EX-Effective-Month < 1
                       OR EX-Effective-Month > 12
                       OR EX-Effective-Day < 1
                       OR EX-Effective-Day > 31
                   SET WS-Transfer-Invalid TO TRUE
                   MOVE "Effective date is not a valid date"
                       TO WS-Reject-Reason
               ELSE
                   IF EX-Effective-Year NOT = WS-Today-Year
                       SET WS-Transfer-Invalid TO TRUE
                       MOVE "Effective date not in the current year"
                           TO WS-Reject-Reason
                   END-IF
               END-IF.

           414-Read-Companies.
               MOVE EX-New-Company TO CM-Company-Code
               READ CompanyMasterFile
                   INVALID KEY
                       SET WS-Transfer-Invalid TO TRUE
                       MOVE "New company not on company master"
                           TO WS-Reject-Reason
                   NOT INVALID KEY
                       MOVE CM-EIN TO WS-New-EIN
               END-READ
               IF WS-Transfer-Valid
                   MOVE WS-Old-Company TO CM-Company-Code
                   READ CompanyMasterFile
                       INVALID KEY
                           SET WS-Transfer-Invalid TO TRUE
                           MOVE "Current company not on company master"
                               TO WS-Reject-Reason
                       NOT INVALID KEY
                           MOVE CM-EIN TO WS-Old-EIN
                   END-READ
               END-IF.

      *****************************************************************
      * Look over the employee's earlier close-outs for the year: the *
      * latest one carries the wage-base credit coming in, one under  *
      * the new company's EIN is pulled back onto YtdAccum, and a     *
      * transfer dated before the last one cannot be applied.        *
      *****************************************************************
           416-Scan-Close-Outs.
               MOVE 0 TO WS-High-Seq WS-Last-Closed-Date
                         WS-Credit-In WS-Pullback-SocSec
               MOVE SPACES TO WS-Pullback-Key
               SET WS-Pullback-Not-Found TO TRUE
               SET WS-Scan-Not-Eof TO TRUE
               MOVE EX-EmployeeNumber TO EY-EmployeeNumber
               MOVE EX-Effective-Year TO EY-Year
               MOVE LOW-VALUES TO EY-Company-Code
               START EntityYtdFile
                       KEY IS GREATER THAN OR EQUAL EY-Key
                   INVALID KEY
                       SET WS-Scan-Eof TO TRUE
               END-START
               PERFORM 417-Check-One-Close-Out
                   UNTIL WS-Scan-Eof
               IF WS-Last-Closed-Date > EX-Effective-Date
                   SET WS-Transfer-Invalid TO TRUE
                   MOVE "Effective date is before the last transfer"
                       TO WS-Reject-Reason
               END-IF.

           417-Check-One-Close-Out.
               READ EntityYtdFile NEXT RECORD
                   AT END
                       SET WS-Scan-Eof TO TRUE
                   NOT AT END
                       IF EY-EmployeeNumber NOT = EX-EmployeeNumber
                               OR EY-Year NOT = EX-Effective-Year
                           SET WS-Scan-Eof TO TRUE
                       ELSE
                           PERFORM 418-Note-Close-Out
                       END-IF
               END-READ.

           418-Note-Close-Out.
               IF EY-Transfer-Seq > WS-High-Seq
                   MOVE EY-Transfer-Seq TO WS-High-Seq
                   MOVE EY-Credit-Out TO WS-Credit-In
               END-IF
               IF EY-Closed-Date > WS-Last-Closed-Date
                   MOVE EY-Closed-Date TO WS-Last-Closed-Date
               END-IF
               IF EY-EIN = WS-New-EIN AND WS-Old-EIN NOT = WS-New-EIN
                   SET WS-Pullback-Found TO TRUE
                   MOVE EY-Key TO WS-Pullback-Key
                   MOVE EY-SocSec-Wages TO WS-Pullback-SocSec
               END-IF
               IF EY-Company-Code = WS-Old-Company
                       AND WS-Old-EIN NOT = WS-New-EIN
                   SET WS-Transfer-Invalid TO TRUE
                   MOVE "Close-out for current company already on file"
                       TO WS-Reject-Reason
               END-IF.

           420-Apply-Transfer.
               PERFORM 422-Total-Post-Effective
               IF WS-Old-EIN = WS-New-EIN
                   MOVE "Same EIN" TO XD-Basis
                   MOVE "Company changed - YTD stays with the EIN"
                       TO XD-Message
                   PERFORM 320-Write-Register-Line
                   PERFORM 421-Write-Reason-Line
               ELSE
                   IF EX-Successor-Rule
                       MOVE "Successor" TO XD-Basis
                   ELSE
                       MOVE "Restart" TO XD-Basis
                   END-IF
                   MOVE "Transferred - YTD split at effective date"
                       TO XD-Message
                   PERFORM 320-Write-Register-Line
                   PERFORM 421-Write-Reason-Line
                   PERFORM 430-Load-Ytd
                   PERFORM 432-Write-Close-Out
                   PERFORM 436-Open-New-Ytd
               END-IF
               PERFORM 440-Update-Master
               PERFORM 442-Carry-Pto
               PERFORM 444-Carry-Garnishments
               PERFORM 446-Carry-Deductions
               PERFORM 460-Queue-Gl-Reclass
               PERFORM 490-Write-Audit-Record
               ADD 1 TO WS-Transfer-Count.

           421-Write-Reason-Line.
               IF EX-Reason NOT = SPACES
                   MOVE EX-Reason TO XR-Reason
                   MOVE SPACES TO EntXfrRptPrintLine
                   WRITE EntXfrRptPrintLine FROM EntXfrReasonLine
                       AFTER ADVANCING 1
               END-IF.

      *****************************************************************
      * Ledger entries for periods on or after the effective date.    *
      *****************************************************************
           422-Total-Post-Effective.
               INITIALIZE WS-Post-Effective
               IF WS-Ledger-Ready
                   SET WS-Scan-Not-Eof TO TRUE
                   COMPUTE WS-Year-Start =
                       EX-Effective-Year * 10000 + 101
                   MOVE EX-EmployeeNumber TO LG-EmployeeNumber
                   MOVE WS-Year-Start TO LG-Period-Date
                   START PayLedgerFile
                           KEY IS GREATER THAN OR EQUAL LG-Key
                       INVALID KEY
                           SET WS-Scan-Eof TO TRUE
                   END-START
                   PERFORM 424-Add-One-Ledger-Entry
                       UNTIL WS-Scan-Eof
               END-IF.

           424-Add-One-Ledger-Entry.
               READ PayLedgerFile NEXT RECORD
                   AT END
                       SET WS-Scan-Eof TO TRUE
                   NOT AT END
                       IF LG-EmployeeNumber NOT = EX-EmployeeNumber
                           SET WS-Scan-Eof TO TRUE
                       ELSE
                           PERFORM 425-Classify-Ledger-Entry
                       END-IF
               END-READ.

           425-Classify-Ledger-Entry.
               IF LG-Void-Reversal AND LG-Reference-Date NOT = 0
                   MOVE LG-Reference-Date TO WS-Ledger-Period
               ELSE
                   MOVE LG-Period-Date TO WS-Ledger-Period
               END-IF
               IF WS-Ledger-Year = EX-Effective-Year
                       AND WS-Ledger-Period-Date >= EX-Effective-Date
                   ADD LG-Gross TO PX-Gross
                   ADD LG-Withholding TO PX-Withholding
                   ADD LG-Soc-Sec TO PX-Soc-Sec
                   ADD LG-Medicare TO PX-Medicare
                   ADD LG-State-Tax TO PX-State-Tax
                   ADD LG-Net TO PX-Net
                   ADD LG-Imputed-Income TO PX-Imputed-Income
                   COMPUTE WS-Qtr-Idx = (WS-Ledger-Month + 2) / 3
                   IF WS-Qtr-Idx < 1 OR WS-Qtr-Idx > 4
                       MOVE 1 TO WS-Qtr-Idx
                   END-IF
                   ADD LG-Gross TO PX-Qtr-Gross (WS-Qtr-Idx)
                   COMPUTE PX-Qtr-Withholding (WS-Qtr-Idx) =
                       PX-Qtr-Withholding (WS-Qtr-Idx)
                           + LG-Withholding + LG-Soc-Sec
                           + LG-Medicare + LG-State-Tax
                   ADD LG-Net TO PX-Qtr-Net (WS-Qtr-Idx)
               END-IF.

           430-Load-Ytd.
               SET WS-Ytd-Found TO TRUE
               MOVE EX-EmployeeNumber TO YT-EmployeeNumber
               MOVE EX-Effective-Year TO YT-Year
               READ YtdAccumFile
                   INVALID KEY
                       SET WS-Ytd-Not-Found TO TRUE
                       INITIALIZE YtdAccumRecord
                       MOVE EX-EmployeeNumber TO YT-EmployeeNumber
                       MOVE EX-Effective-Year TO YT-Year
               END-READ.

      *****************************************************************
      * Close the year out under the old company: everything on       *
      * YtdAccum except the post-effective ledger amounts.  The       *
      * record is written even when it is all zero, so the latest     *
      * close-out always carries the current wage-base credit.        *
      *****************************************************************
           432-Write-Close-Out.
               INITIALIZE EntityYtdRecord
               MOVE EX-EmployeeNumber TO EY-EmployeeNumber
               MOVE EX-Effective-Year TO EY-Year
               MOVE WS-Old-Company TO EY-Company-Code
               MOVE WS-Old-EIN TO EY-EIN
               COMPUTE EY-Transfer-Seq = WS-High-Seq + 1
               MOVE EX-Effective-Date TO EY-Closed-Date
               MOVE EX-New-Company TO EY-To-Company
               MOVE EX-Successor-Switch TO EY-Successor-Switch
               COMPUTE EY-Gross = YT-Gross - PX-Gross
               COMPUTE EY-Withholding =
                   YT-Withholding - PX-Withholding
               COMPUTE EY-Net = YT-Net - PX-Net
               COMPUTE EY-Soc-Sec = YT-Soc-Sec - PX-Soc-Sec
               COMPUTE EY-Medicare = YT-Medicare - PX-Medicare
               COMPUTE EY-State-Tax = YT-State-Tax - PX-State-Tax
               COMPUTE EY-Imputed-Income =
                   YT-Imputed-Income - PX-Imputed-Income
               PERFORM 433-Close-One-Quarter
                   VARYING WS-Qtr-Idx FROM 1 BY 1
                   UNTIL WS-Qtr-Idx > 4
               PERFORM 434-Compute-Wage-Base-Credit
               WRITE EntityYtdRecord
                   INVALID KEY
                       ADD 1 TO WS-Warning-Count
                       MOVE "Close-out record could not be written"
                           TO XA-Label
                       MOVE EY-Key TO XA-Comment
                       PERFORM 325-Write-Amount-Line
               END-WRITE
               MOVE "Gross closed out under old EIN" TO XA-Label
               MOVE EY-Gross TO XA-Amount
               STRING "EIN " WS-Old-EIN DELIMITED BY SIZE
                   INTO XA-Comment
               PERFORM 325-Write-Amount-Line
               MOVE "Social Security wages, old EIN" TO XA-Label
               MOVE EY-SocSec-Wages TO XA-Amount
               PERFORM 325-Write-Amount-Line
               MOVE "Wage base credit carried forward" TO XA-Label
               MOVE EY-Credit-Out TO XA-Amount
               IF EX-Successor-Rule
                   MOVE "Successor-employer rule" TO XA-Comment
               ELSE
                   MOVE "Wage base restarts under new EIN"
                       TO XA-Comment
               END-IF
               PERFORM 325-Write-Amount-Line.

           433-Close-One-Quarter.
               COMPUTE EY-Qtr-Gross (WS-Qtr-Idx) =
                   YT-Qtr-Gross (WS-Qtr-Idx)
                       - PX-Qtr-Gross (WS-Qtr-Idx)
               COMPUTE EY-Qtr-Withholding (WS-Qtr-Idx) =
                   YT-Qtr-Withholding (WS-Qtr-Idx)
                       - PX-Qtr-Withholding (WS-Qtr-Idx)
               COMPUTE EY-Qtr-Net (WS-Qtr-Idx) =
                   YT-Qtr-Net (WS-Qtr-Idx)
                       - PX-Qtr-Net (WS-Qtr-Idx).

      *****************************************************************
      * Social Security wages paid under the old EIN are its gross    *
      * and imputed income, limited to the wage base left after the   *
      * credit it came in with.  Under the successor-employer rule    *
      * the new employer counts the credit plus those wages; when     *
      * the employee returns to an EIN already closed out, that EIN's *
      * own wages go back on YtdAccum and come out of the credit.     *
      * Otherwise the wage base restarts and the credit is zero.      *
      *****************************************************************
           434-Compute-Wage-Base-Credit.
               MOVE WS-Credit-In TO EY-Credit-In
               COMPUTE WS-SocSec-Room =
                   WS-SocSec-Wage-Base - WS-Credit-In
               IF WS-SocSec-Room < 0
                   MOVE 0 TO WS-SocSec-Room
               END-IF
               COMPUTE EY-SocSec-Wages =
                   EY-Gross + EY-Imputed-Income
               IF EY-SocSec-Wages > WS-SocSec-Room
                   MOVE WS-SocSec-Room TO EY-SocSec-Wages
               END-IF
               IF EY-SocSec-Wages < 0
                   MOVE 0 TO EY-SocSec-Wages
               END-IF
               MOVE 0 TO EY-Credit-Out
               IF EX-Successor-Rule
                   COMPUTE EY-Credit-Out =
                       EY-Credit-In + EY-SocSec-Wages
                   IF WS-Pullback-Found
                       MOVE WS-Pullback-SocSec TO WS-Credit-Taken-Back
                       IF WS-Credit-Taken-Back > EY-Credit-In
                           MOVE EY-Credit-In TO WS-Credit-Taken-Back
                       END-IF
                       SUBTRACT WS-Credit-Taken-Back FROM EY-Credit-Out
                   END-IF
                   IF EY-Credit-Out > WS-SocSec-Wage-Base
                       MOVE WS-SocSec-Wage-Base TO EY-Credit-Out
                   END-IF
               END-IF.

      *****************************************************************
      * YtdAccum now belongs to the new company: the post-effective   *
      * ledger amounts, plus the new EIN's own earlier close-out when *
      * the employee is returning to it.                              *
      *****************************************************************
           436-Open-New-Ytd.
               MOVE PX-Gross TO YT-Gross
               MOVE PX-Withholding TO YT-Withholding
               MOVE PX-Net TO YT-Net
               MOVE PX-Soc-Sec TO YT-Soc-Sec
               MOVE PX-Medicare TO YT-Medicare
               MOVE PX-State-Tax TO YT-State-Tax
               MOVE PX-Imputed-Income TO YT-Imputed-Income
               PERFORM 437-Open-One-Quarter
                   VARYING WS-Qtr-Idx FROM 1 BY 1
                   UNTIL WS-Qtr-Idx > 4
               IF WS-Pullback-Found
                   PERFORM 438-Pull-Back-Close-Out
               END-IF
               IF WS-Ytd-Found
                   REWRITE YtdAccumRecord
                       INVALID KEY
                           CONTINUE
                   END-REWRITE
               ELSE
                   WRITE YtdAccumRecord
                       INVALID KEY
                           CONTINUE
                   END-WRITE
               END-IF
               MOVE "Gross opened under new EIN" TO XA-Label
               MOVE YT-Gross TO XA-Amount
               STRING "EIN " WS-New-EIN DELIMITED BY SIZE
                   INTO XA-Comment
               IF WS-Pullback-Found
                   MOVE "Includes earlier close-out for this EIN"
                       TO XA-Comment
               END-IF
               PERFORM 325-Write-Amount-Line.

           437-Open-One-Quarter.
               MOVE PX-Qtr-Gross (WS-Qtr-Idx)
                   TO YT-Qtr-Gross (WS-Qtr-Idx)
               MOVE PX-Qtr-Withholding (WS-Qtr-Idx)
                   TO YT-Qtr-Withholding (WS-Qtr-Idx)
               MOVE PX-Qtr-Net (WS-Qtr-Idx)
                   TO YT-Qtr-Net (WS-Qtr-Idx).

           438-Pull-Back-Close-Out.
               MOVE WS-Pullback-Key TO EY-Key
               READ EntityYtdFile
                   INVALID KEY
                       SET WS-Pullback-Not-Found TO TRUE
                   NOT INVALID KEY
                       ADD EY-Gross TO YT-Gross
                       ADD EY-Withholding TO YT-Withholding
                       ADD EY-Net TO YT-Net
                       ADD EY-Soc-Sec TO YT-Soc-Sec
                       ADD EY-Medicare TO YT-Medicare
                       ADD EY-State-Tax TO YT-State-Tax
                       ADD EY-Imputed-Income TO YT-Imputed-Income
                       PERFORM 439-Pull-Back-One-Quarter
                           VARYING WS-Qtr-Idx FROM 1 BY 1
                           UNTIL WS-Qtr-Idx > 4
                       DELETE EntityYtdFile
                           INVALID KEY
                               CONTINUE
                       END-DELETE
               END-READ.

           439-Pull-Back-One-Quarter.
               ADD EY-Qtr-Gross (WS-Qtr-Idx)
                   TO YT-Qtr-Gross (WS-Qtr-Idx)
               ADD EY-Qtr-Withholding (WS-Qtr-Idx)
                   TO YT-Qtr-Withholding (WS-Qtr-Idx)
               ADD EY-Qtr-Net (WS-Qtr-Idx)
                   TO YT-Qtr-Net (WS-Qtr-Idx).

           440-Update-Master.
               MOVE EX-EmployeeNumber TO PR-EmployeeNumber
               READ PayrollReport
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE EmployeeRecord TO EmployeeRecords
                       MOVE EX-New-Company TO CompanyCode
                       MOVE EmployeeRecords TO EmployeeRecord
                       REWRITE EmployeeRecord
                           INVALID KEY
                               CONTINUE
                       END-REWRITE
               END-READ.

           442-Carry-Pto.
               MOVE 0 TO WS-Pto-Liability
               IF WS-Pto-Ready
                   MOVE EX-EmployeeNumber TO PT-EmployeeNumber
                   READ PtoAccrualFile
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           COMPUTE WS-Hourly-Rate ROUNDED =
                               AnnualSalary / WS-Hours-Per-Year
                           COMPUTE WS-Pto-Liability ROUNDED =
                               PT-Balance-Hours * WS-Hourly-Rate
                           MOVE "PTO balance carried (hours)"
                               TO XA-Label
                           MOVE PT-Balance-Hours TO XA-Amount
                           PERFORM 325-Write-Amount-Line
                           MOVE "PTO liability reclassed" TO XA-Label
                           MOVE WS-Pto-Liability TO XA-Amount
                           PERFORM 325-Write-Amount-Line
                   END-READ
               END-IF.

           444-Carry-Garnishments.
               IF WS-Garnish-Ready
                   SET WS-Scan-Not-Eof TO TRUE
                   MOVE EX-EmployeeNumber TO GO-EmployeeNumber
                   MOVE LOW-VALUES TO GO-Case-Number
                   START GarnishOrderFile
                           KEY IS GREATER THAN OR EQUAL GO-Key
                       INVALID KEY
                           SET WS-Scan-Eof TO TRUE
                   END-START
                   PERFORM 445-List-One-Garnishment
                       UNTIL WS-Scan-Eof
               END-IF.

           445-List-One-Garnishment.
               READ GarnishOrderFile NEXT RECORD
                   AT END
                       SET WS-Scan-Eof TO TRUE
                   NOT AT END
                       IF GO-EmployeeNumber NOT = EX-EmployeeNumber
                           SET WS-Scan-Eof TO TRUE
                       ELSE
                           IF GO-End-Date NOT = 0
                                   AND GO-End-Date < EX-Effective-Date
                               MOVE "Garnishment order ended"
                                   TO XA-Label
                               STRING "Case " GO-Case-Number
                                   " - not carried"
                                   DELIMITED BY SIZE INTO XA-Comment
                           ELSE
                               MOVE "Garnishment order carried"
                                   TO XA-Label
                               STRING "Case " GO-Case-Number
                                   " - notify issuing agency"
                                   DELIMITED BY SIZE INTO XA-Comment
                           END-IF
                           MOVE GO-Amount-Cap TO XA-Amount
                           PERFORM 325-Write-Amount-Line
                       END-IF
               END-READ.

           446-Carry-Deductions.
               PERFORM 447-Check-One-Deduction
                   VARYING WS-Deduction-Idx FROM 1 BY 1
                   UNTIL WS-Deduction-Idx > 3.

           447-Check-One-Deduction.
               IF DeductionCode (WS-Deduction-Idx) NOT = SPACES
                   PERFORM 448-Find-Deduct-Code-Version
                   MOVE DeductionAmount (WS-Deduction-Idx) TO XA-Amount
                   IF WS-Deduct-In-Force
                       MOVE "Deduction carried" TO XA-Label
                       STRING "Code " DeductionCode (WS-Deduction-Idx)
                           " " DC-Description
                           DELIMITED BY SIZE INTO XA-Comment
                   ELSE
                       ADD 1 TO WS-Warning-Count
                       MOVE "Deduction code not in force" TO XA-Label
                       STRING "Code " DeductionCode (WS-Deduction-Idx)
                           " - review before next payroll"
                           DELIMITED BY SIZE INTO XA-Comment
                   END-IF
                   PERFORM 325-Write-Amount-Line
               END-IF.

           448-Find-Deduct-Code-Version.
               MOVE SPACES TO DC-Description
               IF WS-DedCode-Ready
                   SET WS-Deduct-Not-In-Force TO TRUE
                   MOVE DeductionCode (WS-Deduction-Idx) TO DC-Code
                   MOVE EX-Effective-Date TO DC-Effective-Date
                   START DeductCodeFile
                           KEY IS LESS THAN OR EQUAL DC-Key
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           READ DeductCodeFile NEXT RECORD
                               AT END
                                   CONTINUE
                               NOT AT END
                                   IF DC-Code =
                                       DeductionCode (WS-Deduction-Idx)
                                       SET WS-Deduct-In-Force TO TRUE
                                   END-IF
                           END-READ
                   END-START
               ELSE
                   SET WS-Deduct-In-Force TO TRUE
               END-IF.

           450-Write-Totals.
               MOVE WS-Transfer-Count TO XT-Transfer-Count
               MOVE WS-Held-Count TO XT-Held-Count
               MOVE WS-Reject-Count TO XT-Reject-Count
               MOVE WS-Warning-Count TO XT-Warning-Count
               MOVE SPACES TO EntXfrRptPrintLine
               WRITE EntXfrRptPrintLine FROM EntXfrTotalLine
                   AFTER ADVANCING 3.

      *****************************************************************
      * GL reclass from the old company to the new one: L for labor   *
      * cost already posted for periods on or after the effective    *
      * date, P for the PTO liability that moves with the employee.  *
      *****************************************************************
           460-Queue-Gl-Reclass.
               MOVE SPACES TO GlAdjustRecord
               MOVE "XFER  " TO GA-Record-Type
               MOVE EX-EmployeeNumber TO GA-EmployeeNumber
               MOVE TerritoryNumber TO GA-Territory
               MOVE OfficeNumber TO GA-Office
               MOVE EX-Effective-Date TO GA-Period-Date
               MOVE WS-Old-Company TO GA-From-Company
               MOVE EX-New-Company TO GA-To-Company
               IF PX-Gross > 0
                   MOVE "L" TO GA-Reclass-Type
                   MOVE PX-Gross TO GA-Amount
                   WRITE GlAdjustLine FROM GlAdjustRecord
                   MOVE "Labor cost reclassed" TO XA-Label
                   MOVE PX-Gross TO XA-Amount
                   MOVE "Periods on or after the effective date"
                       TO XA-Comment
                   PERFORM 325-Write-Amount-Line
               END-IF
               IF WS-Pto-Liability > 0
                   MOVE "P" TO GA-Reclass-Type
                   MOVE WS-Pto-Liability TO GA-Amount
                   WRITE GlAdjustLine FROM GlAdjustRecord
               END-IF.

           490-Write-Audit-Record.
               CALL "DateFormat" USING LK_Current_Date
               CALL "TimeFormats" USING LK_Current_Time

               MOVE SPACES TO AuditLogLine
               MOVE EX-EmployeeNumber TO AL-EmployeeNumber
               MOVE "ENTXFR" TO AL-Action
               MOVE WS-Operator-Id TO AL-Operator
               MOVE LK_Current_Month TO LK_Date_MDY_Month
               MOVE LK_Current_Day TO LK_Date_MDY_Day
               MOVE LK_Current_Year TO LK_Date_MDY_Year
               MOVE LK_Date_MDY_Numeric TO AL-Date
               MOVE LK_Current_Hours TO LK_Time_HMS_Hours
               MOVE LK_Current_Minute TO LK_Time_HMS_Minutes
               MOVE LK_Current_Second TO LK_Time_HMS_Seconds
               MOVE LK_Time_HMS_Numeric TO AL-Time
               MOVE WS-Old-Company TO AL-From-Company
               MOVE EX-New-Company TO AL-To-Company

               MOVE SPACES TO AuditLogRecord
               MOVE AuditLogLine TO AuditLogRecord
               WRITE AuditLogRecord.

           500-Close-Files.
               CLOSE EntityXferFile
               CLOSE PayrollReport
               CLOSE CompanyMasterFile
               CLOSE YtdAccumFile
               CLOSE EntityYtdFile
               IF WS-Ledger-Ready
                   CLOSE PayLedgerFile
               END-IF
               IF WS-Pto-Ready
                   CLOSE PtoAccrualFile
               END-IF
               IF WS-Garnish-Ready
                   CLOSE GarnishOrderFile
               END-IF
               IF WS-DedCode-Ready
                   CLOSE DeductCodeFile
               END-IF
               CLOSE GlAdjustFile
               CLOSE AuditLog
               CLOSE EntityXferReportFile.

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

               End Program EntityTransfer.
