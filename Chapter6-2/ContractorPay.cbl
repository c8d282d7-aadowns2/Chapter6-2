       Identification Division.
           Program-ID. ContractorPay.
               Author. Anthony Downs.
               Installation.
               Date-Written. October 15, 2026.
               Date-Compiled.
               Security.

      * Pays independent contractors set up by ContractorMaint.  Each
      * card on ContractorPayInput names a payee, the amount of the
      * invoice, whether the money goes by direct deposit or by check,
      * and a description.  A contractor is not an employee: no FICA,
      * federal income tax or state tax is withheld and nothing is
      * posted to the pay ledger or the year-to-date accumulator, so
      * nothing reaches a W-2.  The only withholding is backup
      * withholding at 24%, taken when the payee has no TIN on file,
      * has no W-9 on file, or the IRS has sent a B-notice for the TIN.
      * Every payment is posted to ContractorPayFile, which Form1099Nec
      * totals at year end.  The net is queued as CONTRC on the same
      * off-cycle deposit and check queues OffCyclePay uses, for
      * DirectDepositExport and PositivePayExport (OFFCYCLE option),
      * and the gross is queued on GlAdjustFile for GlPostingExport to
      * charge to contractor fees for the payee's office.
      * Command-line options:
      *     columns 1-8     operator ID
      *     columns 10-17   pay date YYYYMMDD (defaults to today)
      * A pay date in a locked pay period or in a year YearEndClose has
      * closed is refused.
       Environment Division.
           Configuration Section.
               Special-Names.

           Input-Output Section.
               File-Control.
                   Select ContractorPayInput assign to CtrPayIn
                       Organization is Line Sequential
                       File Status is CtrPayIn-Status.

                   Select ContractorFile assign to Contract
                       File Status is Contract-Status
                       Organization is Indexed
                       Access Mode is Dynamic
                       Record Key is CT-Payee-Number.

                   Select ContractorPayFile assign to CtrPay
                       File Status is CtrPay-Status
                       Organization is Indexed
                       Access Mode is Dynamic
                       Record Key is CP-Key.

                   Select Optional PeriodLockFile assign to PerLock
                       File Status is PeriodLock-Status
                       Organization is Indexed
                       Access Mode is Dynamic
                       Record Key is PL-Period-Date.

                   Select OffCycleDepositFile assign to OffDep
                       Organization is Line Sequential
                       File Status is OffDep-Status.

                   Select OffCycleCheckFile assign to OffChk
                       Organization is Line Sequential
                       File Status is OffChk-Status.

                   Select GlAdjustFile assign to GlAdj
                       Organization is Line Sequential
                       File Status is GlAdj-Status.

                   Select ContractorPayReport assign to CtrPayRpt
                       Organization is Line Sequential
                       File Status is CtrPayRpt-Status.

               I-O-Control.

       Data Division.
           File Section.
               FD  ContractorPayInput
                   Record Contains 80 characters.
                   01  ContractorPayInputLine.
                       05  CI-Payee-Number                  PIC X(05).
                       05                                   PIC X(01).
                       05  CI-Gross-Amount               PIC 9(07)V99.
                       05                                   PIC X(01).
                       05  CI-Pay-Method                    PIC X(01).
                           88  CI-Pay-By-Check              value "C".
                           88  CI-Pay-By-Deposit            value "D".
                       05                                   PIC X(01).
                       05  CI-Description                   PIC X(20).
                       05                                   PIC X(42).

               FD  ContractorFile
                   Record Contains 200 characters.
                   01  ContractorRecord.
                       05  CT-Payee-Number             PIC X(05).
                       05  CT-Payee-Name               PIC X(30).
                       05  CT-Business-Name            PIC X(30).
                       05  CT-Tin-Type                 PIC X(01).
                           88  CT-Tin-Is-Ssn           value "S".
                           88  CT-Tin-Is-Ein           value "E".
                       05  CT-Tin                      PIC 9(09).
                       05  CT-W9-Switch                PIC X(01).
                           88  CT-W9-On-File           value "Y".
                       05  CT-BNotice-Switch           PIC X(01).
                           88  CT-Tin-Flagged          value "Y".
                       05  CT-Street                   PIC X(30).
                       05  CT-City                     PIC X(20).
                       05  CT-State                    PIC X(02).
                       05  CT-Zip                      PIC X(10).
                       05  CT-Bank-Routing             PIC 9(09).
                       05  CT-Bank-Account             PIC X(17).
                       05  CT-Company-Code             PIC X(02).
                       05  CT-Territory                PIC X(02).
                       05  CT-Office                   PIC X(02).
                       05  CT-Status                   PIC X(01).
                           88  CT-Active               value "A".
                           88  CT-Inactive             value "I".
                       05  CT-Last-Updated             PIC 9(08).
                       05  CT-Updated-By               PIC X(08).
                       05                              PIC X(12).

               FD  ContractorPayFile
                   Record Contains 100 characters.
                   01  ContractorPayRecord.
                       05  CP-Key.
                           10  CP-Payee-Number          PIC X(05).
                           10  CP-Pay-Date              PIC 9(08).
                           10  CP-Sequence              PIC 9(02).
                       05  CP-Company-Code              PIC X(02).
                       05  CP-Territory                 PIC X(02).
                       05  CP-Office                    PIC X(02).
                       05  CP-Gross                     PIC S9(7)V99.
                       05  CP-Backup-Withholding        PIC S9(7)V99.
                       05  CP-Net                       PIC S9(7)V99.
                       05  CP-Backup-Reason             PIC X(01).
                           88  CP-No-Backup             value space.
                           88  CP-Backup-No-Tin         value "T".
                           88  CP-Backup-No-W9          value "W".
                           88  CP-Backup-BNotice        value "B".
                       05  CP-Pay-Method                PIC X(01).
                       05  CP-Description               PIC X(20).
                       05  CP-Operator                  PIC X(08).
                       05                               PIC X(22).

               FD  PeriodLockFile.
                   01  PeriodLockRecord.
                       05  PL-Period-Date                   PIC 9(08).
                       05  PL-Closed-Switch                 PIC X(01).
                           88  PL-Period-Closed             value "Y".
                           88  PL-Period-Open               value "N".
                       05  PL-Closed-By                     PIC X(08).
                       05  PL-Closed-Date                   PIC 9(08).

               FD  OffCycleDepositFile
                   Record Contains 80 characters.
                   01  OffCycleDepositLine                 PIC X(80).

               FD  OffCycleCheckFile
                   Record Contains 80 characters.
                   01  OffCycleCheckLine                   PIC X(80).

               FD  GlAdjustFile
                   Record Contains 80 characters.
                   01  GlAdjustLine                        PIC X(80).

               FD  ContractorPayReport
                   Record Contains 132 characters.
                   01  CtrPayRptPrintLine                  PIC X(132).

           Working-Storage Section.
               COPY "Misc.cpy".
              COPY "WS_Date.cpy" REPLACING LEADING ==Prefix== BY ==LK==.
               COPY "HeaderMain.cpy".

               01  CtrPayIn-Status                     PIC X(02).
               01  Contract-Status                     PIC X(02).
               01  CtrPay-Status                       PIC X(02).
               01  PeriodLock-Status                   PIC X(02).
               01  OffDep-Status                       PIC X(02).
               01  OffChk-Status                       PIC X(02).
               01  GlAdj-Status                        PIC X(02).
               01  CtrPayRpt-Status                    PIC X(02).

               01  WS-Open-Switch   PIC X(01)   value "Y".
                   88  WS-Files-Ready                       value "Y".
                   88  WS-Open-Failed                        value "N".

               01  WS-PerLock-Switch   PIC X(01)   value "N".
                   88  WS-PerLock-Ready                     value "Y".
                   88  WS-PerLock-Not-Ready                 value "N".

               01  WS-Sequence-Switch   PIC X(01)   value "N".
                   88  WS-Sequence-Done                     value "Y".
                   88  WS-Sequence-Not-Done                 value "N".

               01  WS-Entry-Switch   PIC X(01)   value "Y".
                   88  WS-Entry-Valid                       value "Y".
                   88  WS-Entry-Invalid                     value "N".
               01  WS-Reject-Reason   PIC X(40)   value spaces.
               01  WS-Year-Closed-Answer   PIC X(01)   value "N".
                   88  WS-Pay-Year-Closed                   value "Y".

               01  WS-Command-Line-Param   PIC X(40)   value spaces.
               01  WS-Operator-Id   PIC X(08)   value spaces.
               01  WS-Today   PIC 9(08)   value 0.
               01  WS-Pay-Date   PIC 9(08)   value 0.
               01  WS-Pay-Date-R redefines WS-Pay-Date.
                   05  WS-Pay-Year                      PIC 9(04).
                   05  WS-Pay-Month                     PIC 9(02).
                   05  WS-Pay-Day                       PIC 9(02).
               01  WS-Next-Sequence   PIC 9(03)   value 0.
               01  WS-Payee-Name   PIC X(30)   value spaces.

               01  WS-Backup-Withholding-Rate   PIC V99   value .24.

               01  WS-Posting-Gross   PIC S9(7)V99 value 0.
               01  WS-Backup-Withholding   PIC S9(7)V99 value 0.
               01  WS-Posting-Net   PIC S9(7)V99 value 0.
               01  WS-Backup-Reason   PIC X(01)   value space.
                   88  WS-No-Backup                         value space.

               01  WS-Paid-Count   PIC 9(05)   COMP value 0.
               01  WS-Reject-Count   PIC 9(05)   COMP value 0.
               01  WS-Backup-Count   PIC 9(05)   COMP value 0.
               01  WS-Deposit-Count   PIC 9(05)   COMP value 0.
               01  WS-Check-Count   PIC 9(05)   COMP value 0.
               01  WS-Total-Gross   PIC S9(9)V99 value 0.
               01  WS-Total-Backup   PIC S9(9)V99 value 0.
               01  WS-Total-Net   PIC S9(9)V99 value 0.

               01  OffCyclePayLine.
                   05  OP-Record-Type                   PIC X(06).
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

               01  CtrPayHeading2.
               05   PIC X(17)   value spaces.
               05   PIC X(28)   value "Contractor Payment Register".
               05   PIC X(2)   value spaces.
               05   PIC X(10)   value "Pay Date: ".
               05  CH-Pay-Date   PIC 9(04)/9(02)/9(02).
               05   PIC X(3)   value spaces.
               05   PIC X(10)   value "Operator: ".
                   05  CH-Operator                      PIC X(08).

               01  CtrPayColumnHeadings.
               05   PIC X(05)   value "Payee".
               05   PIC X(2)   value spaces.
               05   PIC X(30)   value "Payee Name".
               05   PIC X(2)   value spaces.
               05   PIC X(10)   value "     Gross".
               05   PIC X(2)   value spaces.
               05   PIC X(10)   value "Backup W/H".
               05   PIC X(2)   value spaces.
               05   PIC X(10)   value "   Net Pay".
               05   PIC X(2)   value spaces.
               05   PIC X(03)   value "Pay".
               05   PIC X(2)   value spaces.
               05   PIC X(40)   value "Description / Status".

               01  CtrPayDetailLine.
                   05  CD-Payee-Number                  PIC X(05).
               05   PIC X(2) value spaces.
                   05  CD-Payee-Name                    PIC X(30).
               05   PIC X(2) value spaces.
               05  CD-Gross   PIC $Z(5)9.99.
               05   PIC X(2) value spaces.
               05  CD-Backup   PIC $Z(5)9.99.
               05   PIC X(2) value spaces.
               05  CD-Net   PIC $Z(5)9.99.
               05   PIC X(2) value spaces.
                   05  CD-Pay-Method                    PIC X(03).
               05   PIC X(2) value spaces.
                   05  CD-Message                       PIC X(40).

               01  CtrPayTotalLine.
               05   PIC X(06)   value "Paid: ".
                   05  CS-Total-Paid-Count              PIC ZZZZ9.
               05   PIC X(3)   value spaces.
               05   PIC X(10)   value "Rejected: ".
                   05  CS-Total-Reject-Count            PIC ZZZZ9.
               05   PIC X(3)   value spaces.
               05   PIC X(07)   value "Gross: ".
               05  CS-Total-Gross   PIC $Z(7)9.99.
               05   PIC X(3)   value spaces.
               05   PIC X(08)   value "Backup: ".
               05  CS-Total-Backup   PIC $Z(7)9.99.
               05   PIC X(3)   value spaces.
               05   PIC X(05)   value "Net: ".
               05  CS-Total-Net   PIC $Z(7)9.99.
               05   PIC X(3)   value spaces.
               05   PIC X(05)   value "ACH: ".
                   05  CS-Total-Deposit-Count           PIC ZZZZ9.
               05   PIC X(3)   value spaces.
               05   PIC X(08)   value "Checks: ".
                   05  CS-Total-Check-Count             PIC ZZZZ9.

       Procedure Division.
           Initilization.
               PERFORM 600-FormatDate
               PERFORM 700-FormatTime
               PERFORM 050-Select-Run-Options
               PERFORM 100-Open-Files
               IF WS-Files-Ready
                   PERFORM 300-Write-Heading
                   PERFORM 200-Read-Records
                   PERFORM 400-Process-One-Payment
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

           050-Select-Run-Options.
               ACCEPT WS-Command-Line-Param FROM COMMAND-LINE
               MOVE WS-Command-Line-Param(1:8) TO WS-Operator-Id
               MOVE WS-Today TO WS-Pay-Date
               IF WS-Command-Line-Param(10:8) IS NUMERIC
                   MOVE WS-Command-Line-Param(10:8) TO WS-Pay-Date
               END-IF
               DISPLAY "CTRPAY: contractor pay date: " WS-Pay-Date.

           100-Open-Files.
               OPEN INPUT ContractorPayInput
               CALL "Validations" USING CtrPayIn-Status, "CTRPAY"
               OPEN INPUT ContractorFile
               CALL "Validations" USING Contract-Status, "CTRPAY"
               OPEN I-O ContractorPayFile
               IF CtrPay-Status = "35"
                   OPEN OUTPUT ContractorPayFile
                   CLOSE ContractorPayFile
                   OPEN I-O ContractorPayFile
               END-IF
               CALL "Validations" USING CtrPay-Status, "CTRPAY"
               OPEN EXTEND OffCycleDepositFile
               IF OffDep-Status NOT = "00"
                   OPEN OUTPUT OffCycleDepositFile
               END-IF
               OPEN EXTEND OffCycleCheckFile
               IF OffChk-Status NOT = "00"
                   OPEN OUTPUT OffCycleCheckFile
               END-IF
               OPEN EXTEND GlAdjustFile
               IF GlAdj-Status NOT = "00"
                   OPEN OUTPUT GlAdjustFile
               END-IF
               OPEN OUTPUT ContractorPayReport
               CALL "Validations" USING CtrPayRpt-Status, "CTRPAY"
               IF CtrPayIn-Status NOT = "00"
                       OR Contract-Status NOT = "00"
                       OR CtrPay-Status NOT = "00"
                       OR OffDep-Status NOT = "00"
                       OR OffChk-Status NOT = "00"
                       OR GlAdj-Status NOT = "00"
                       OR CtrPayRpt-Status NOT = "00"
                   SET WS-Open-Failed TO TRUE
               END-IF
               OPEN INPUT PeriodLockFile
               IF PeriodLock-Status = "00"
                   SET WS-PerLock-Ready TO TRUE
               END-IF.

           200-Read-Records.
               READ ContractorPayInput
                   AT END
                       SET WS-Eof TO TRUE
               END-READ.

           300-Write-Heading.
               MOVE "Contractor Pay" TO HeaderReportTitle
               MOVE WS-Pay-Date TO CH-Pay-Date
               MOVE WS-Operator-Id TO CH-Operator
               MOVE SPACES TO CtrPayRptPrintLine
               WRITE CtrPayRptPrintLine FROM HeaderMain
                   AFTER ADVANCING PAGE
               WRITE CtrPayRptPrintLine FROM CtrPayHeading2
                   AFTER ADVANCING 1
               WRITE CtrPayRptPrintLine FROM HeaderMain3
                   AFTER ADVANCING 2
               WRITE CtrPayRptPrintLine FROM CtrPayColumnHeadings
                   AFTER ADVANCING 2.

           400-Process-One-Payment.
               SET WS-Entry-Valid TO TRUE
               MOVE SPACES TO WS-Reject-Reason
               MOVE SPACES TO WS-Payee-Name
               MOVE CI-Payee-Number TO CT-Payee-Number
               READ ContractorFile
                   INVALID KEY
                       SET WS-Entry-Invalid TO TRUE
                       MOVE "Payee is not on the contractor file"
                           TO WS-Reject-Reason
                   NOT INVALID KEY
                       PERFORM 402-Set-Payee-Name
               END-READ
               IF WS-Entry-Valid
                   PERFORM 405-Validate-Payment
               END-IF
               IF WS-Entry-Valid
                   PERFORM 410-Compute-Backup-Withholding
                   PERFORM 415-Find-Next-Sequence
               END-IF
               IF WS-Entry-Valid
                   PERFORM 420-Post-Contractor-Payment
               END-IF
               IF WS-Entry-Valid
                   PERFORM 430-Queue-Contractor-Payment
                   PERFORM 435-Queue-Gl-Adjustment
                   ADD 1 TO WS-Paid-Count
                   ADD WS-Posting-Gross TO WS-Total-Gross
                   ADD WS-Backup-Withholding TO WS-Total-Backup
                   ADD WS-Posting-Net TO WS-Total-Net
                   PERFORM 412-Describe-Payment
               ELSE
                   ADD 1 TO WS-Reject-Count
                   MOVE 0 TO WS-Posting-Gross WS-Backup-Withholding
                       WS-Posting-Net
                   MOVE "REJ" TO CD-Pay-Method
                   MOVE WS-Reject-Reason TO CD-Message
               END-IF
               PERFORM 440-Write-Register-Line
               PERFORM 200-Read-Records.

      * The check is made out to the business when the W-9 gave one.
           402-Set-Payee-Name.
               IF CT-Business-Name NOT = SPACES
                   MOVE CT-Business-Name TO WS-Payee-Name
               ELSE
                   MOVE CT-Payee-Name TO WS-Payee-Name
               END-IF.

           405-Validate-Payment.
               IF CT-Inactive
                   SET WS-Entry-Invalid TO TRUE
                   MOVE "Payee is inactive"
                       TO WS-Reject-Reason
               END-IF
               IF WS-Entry-Valid AND (CI-Gross-Amount IS NOT NUMERIC
                       OR CI-Gross-Amount = 0)
                   SET WS-Entry-Invalid TO TRUE
                   MOVE "Payment amount is missing"
                       TO WS-Reject-Reason
               END-IF
               IF WS-Entry-Valid AND WS-PerLock-Ready
                   MOVE WS-Pay-Date TO PL-Period-Date
                   READ PeriodLockFile
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF PL-Period-Closed
                               SET WS-Entry-Invalid TO TRUE
                          MOVE "Pay period is closed to further changes"
                                   TO WS-Reject-Reason
                           END-IF
                   END-READ
               END-IF
               IF WS-Entry-Valid
                   CALL "YearCloseCheck"
                       USING WS-Pay-Year, WS-Year-Closed-Answer
                   IF WS-Pay-Year-Closed
                       SET WS-Entry-Invalid TO TRUE
                       MOVE "Pay year has been closed by year-end"
                           TO WS-Reject-Reason
                   END-IF
               END-IF.

      *****************************************************************
      * Backup withholding applies when the TIN is missing, when no   *
      * W-9 certifying it is on file, or when the IRS has flagged the *
      * name/TIN combination with a B-notice.                         *
      *****************************************************************
           410-Compute-Backup-Withholding.
               MOVE CI-Gross-Amount TO WS-Posting-Gross
               MOVE SPACE TO WS-Backup-Reason
               EVALUATE TRUE
                   WHEN CT-Tin = 0
                       MOVE "T" TO WS-Backup-Reason
                   WHEN CT-Tin-Flagged
                       MOVE "B" TO WS-Backup-Reason
                   WHEN NOT CT-W9-On-File
                       MOVE "W" TO WS-Backup-Reason
               END-EVALUATE
               MOVE 0 TO WS-Backup-Withholding
               IF NOT WS-No-Backup
                   COMPUTE WS-Backup-Withholding ROUNDED =
                       WS-Posting-Gross * WS-Backup-Withholding-Rate
                   ADD 1 TO WS-Backup-Count
               END-IF
               COMPUTE WS-Posting-Net =
                   WS-Posting-Gross - WS-Backup-Withholding.

           412-Describe-Payment.
               EVALUATE WS-Backup-Reason
                   WHEN "T"
                       MOVE "Backup W/H - no TIN on file"
                           TO CD-Message
                   WHEN "B"
                       MOVE "Backup W/H - IRS B-notice on TIN"
                           TO CD-Message
                   WHEN "W"
                       MOVE "Backup W/H - no W-9 on file"
                           TO CD-Message
                   WHEN OTHER
                       MOVE CI-Description TO CD-Message
               END-EVALUATE.

      * More than one invoice may be paid to a payee on the same date;
      * each takes the next sequence number under the payee and date.
           415-Find-Next-Sequence.
               MOVE 1 TO WS-Next-Sequence
               MOVE CT-Payee-Number TO CP-Payee-Number
               MOVE WS-Pay-Date TO CP-Pay-Date
               MOVE 0 TO CP-Sequence
               SET WS-Sequence-Not-Done TO TRUE
               START ContractorPayFile
                       KEY IS GREATER THAN OR EQUAL CP-Key
                   INVALID KEY
                       SET WS-Sequence-Done TO TRUE
               END-START
               PERFORM 417-Check-One-Sequence
                   UNTIL WS-Sequence-Done
               IF WS-Next-Sequence > 99
                   SET WS-Entry-Invalid TO TRUE
                   MOVE "Too many payments to payee on this date"
                       TO WS-Reject-Reason
               END-IF.

           417-Check-One-Sequence.
               READ ContractorPayFile NEXT RECORD
                   AT END
                       SET WS-Sequence-Done TO TRUE
                   NOT AT END
                       IF CP-Payee-Number NOT = CT-Payee-Number
                               OR CP-Pay-Date NOT = WS-Pay-Date
                           SET WS-Sequence-Done TO TRUE
                       ELSE
                           IF CP-Sequence = 99
                               MOVE 100 TO WS-Next-Sequence
                               SET WS-Sequence-Done TO TRUE
                           ELSE
                               COMPUTE WS-Next-Sequence =
                                   CP-Sequence + 1
                           END-IF
                       END-IF
               END-READ.

           420-Post-Contractor-Payment.
               INITIALIZE ContractorPayRecord
               MOVE CT-Payee-Number TO CP-Payee-Number
               MOVE WS-Pay-Date TO CP-Pay-Date
               MOVE WS-Next-Sequence TO CP-Sequence
               MOVE CT-Company-Code TO CP-Company-Code
               MOVE CT-Territory TO CP-Territory
               MOVE CT-Office TO CP-Office
               MOVE WS-Posting-Gross TO CP-Gross
               MOVE WS-Backup-Withholding TO CP-Backup-Withholding
               MOVE WS-Posting-Net TO CP-Net
               MOVE WS-Backup-Reason TO CP-Backup-Reason
               MOVE CI-Description TO CP-Description
               MOVE WS-Operator-Id TO CP-Operator
               IF CI-Pay-By-Deposit AND CT-Bank-Routing NOT = 0
                   MOVE "D" TO CP-Pay-Method
               ELSE
                   MOVE "C" TO CP-Pay-Method
               END-IF
               WRITE ContractorPayRecord
                   INVALID KEY
                       SET WS-Entry-Invalid TO TRUE
                       MOVE "Unable to post contractor payment"
                           TO WS-Reject-Reason
               END-WRITE.

           430-Queue-Contractor-Payment.
               MOVE SPACES TO OffCyclePayLine
               MOVE "CONTRC" TO OP-Record-Type
               MOVE CT-Payee-Number TO OP-EmployeeNumber
               MOVE WS-Payee-Name TO OP-EmployeeName
               MOVE WS-Posting-Net TO OP-Net-Amount
               MOVE WS-Pay-Date TO OP-Period-Date
               MOVE "N" TO OP-Status
               IF CP-Pay-Method = "D"
                   WRITE OffCycleDepositLine FROM OffCyclePayLine
                   ADD 1 TO WS-Deposit-Count
                   MOVE "ACH" TO CD-Pay-Method
               ELSE
                   WRITE OffCycleCheckLine FROM OffCyclePayLine
                   ADD 1 TO WS-Check-Count
                   MOVE "CHK" TO CD-Pay-Method
               END-IF.

           435-Queue-Gl-Adjustment.
               MOVE SPACES TO GlAdjustRecord
               MOVE "CONTRC" TO GA-Record-Type
               MOVE CT-Payee-Number TO GA-EmployeeNumber
               MOVE CT-Territory TO GA-Territory
               MOVE CT-Office TO GA-Office
               MOVE WS-Pay-Date TO GA-Period-Date
               MOVE WS-Posting-Gross TO GA-Amount
               WRITE GlAdjustLine FROM GlAdjustRecord.

           440-Write-Register-Line.
               MOVE CI-Payee-Number TO CD-Payee-Number
               MOVE WS-Payee-Name TO CD-Payee-Name
               MOVE WS-Posting-Gross TO CD-Gross
               MOVE WS-Backup-Withholding TO CD-Backup
               MOVE WS-Posting-Net TO CD-Net
               MOVE SPACES TO CtrPayRptPrintLine
               WRITE CtrPayRptPrintLine FROM CtrPayDetailLine
                   AFTER ADVANCING 1.

           450-Write-Totals.
               MOVE WS-Paid-Count TO CS-Total-Paid-Count
               MOVE WS-Reject-Count TO CS-Total-Reject-Count
               MOVE WS-Total-Gross TO CS-Total-Gross
               MOVE WS-Total-Backup TO CS-Total-Backup
               MOVE WS-Total-Net TO CS-Total-Net
               MOVE WS-Deposit-Count TO CS-Total-Deposit-Count
               MOVE WS-Check-Count TO CS-Total-Check-Count
               MOVE SPACES TO CtrPayRptPrintLine
               WRITE CtrPayRptPrintLine FROM CtrPayTotalLine
                   AFTER ADVANCING 2
               DISPLAY "CTRPAY: paid " WS-Paid-Count
                   " rejected " WS-Reject-Count
                   " with backup withholding " WS-Backup-Count.

           500-Close-Files.
               CLOSE ContractorPayInput
               CLOSE ContractorFile
               CLOSE ContractorPayFile
               CLOSE OffCycleDepositFile
               CLOSE OffCycleCheckFile
               CLOSE GlAdjustFile
               CLOSE ContractorPayReport
               IF WS-PerLock-Ready
                   CLOSE PeriodLockFile
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

               End Program ContractorPay.
