      * across the cost-center splits on CostAllocFile (the home
      * territory/office when no split exists), summarized by office,
      * and written as one debit posting line per office with a single
      * balancing credit to the payroll clearing account.  Off-cycle
      * gross queued on GlAdjustFile by OffCyclePay is distributed to
      * its home office with the regular period's labor cost, and the
      * adjustment queue is emptied once the postings are written.
      * Paychecks voided by VoidPaycheck are posted as reversing
      * lines, a credit back to the office labor account and a debit
      * to payroll clearing, one pair per voided check.
      * Contractor payments queued by ContractorPay are posted one pair
      * per payment, a debit to the office's contractor fees account
      * and a credit to payroll clearing, apart from labor cost.
      * Legal-entity transfers queued by EntityTransfer are posted as
      * company-qualified reclass lines through the intercompany
      * account: the labor cost already posted for the employee's
      * periods on or after the effective date moves from the old
      * company's office labor account to the new company's, and the
      * PTO liability carried over moves from the old company's PTO
      * liability account to the new company's, four lines per entry.
      * The finished file is entered on the outbound interface register
      * as GLPOST with its posting-line count, the debit total as the
      * dollar total and the credit total in cents as the hash total,
      * so the ledger can confirm both sides of the journal.
       Environment Division.
           Configuration Section.
               Special-Names.
                       Access Mode is Dynamic
                       Record Key is CA-Key.

                   Select Optional GlAdjustFile assign to GlAdj
                       Organization is Line Sequential
                       File Status is GlAdj-Status.

                   Select GlPostingFile assign to GlPost
                       Organization is Line Sequential
                       05  CA-Office                        PIC X(02).
                       05  CA-Percent                       PIC 9(03).

               FD  GlAdjustFile
                   Record Contains 80 characters.
                   01  GlAdjustRecord.
                       05  GA-Record-Type                   PIC X(06).
                           88  GA-Off-Cycle              value "OFFCYC".
                           88  GA-Void                   value "VOID  ".
                           88  GA-Contractor             value "CONTRC".
                           88  GA-Transfer               value "XFER  ".
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
                           88  GA-Reclass-Labor          value "L".
                           88  GA-Reclass-Pto            value "P".
                       05                                   PIC X(36).

               FD  GlPostingFile
                   Record Contains 80 characters.

           Working-Storage Section.
               COPY "Misc.cpy".
               COPY "RefTable.cpy".
              COPY "WS_Date.cpy" REPLACING LEADING ==Prefix== BY ==LK==.
               COPY "EmployeeRecord.cpy".
               COPY "IfaceReg.cpy".

               01  CostAlloc-Status                    PIC X(02).
               01  GlPost-Status                       PIC X(02).
               01  GlAdj-Status                        PIC X(02).
               01  WS-GlAdj-Switch   PIC X(01)   value "N".
                   88  WS-GlAdj-Ready                       value "Y".
                   88  WS-GlAdj-Not-Ready                   value "N".
               01  WS-GlAdj-Eof-Switch   PIC X(01)   value "N".
                   88  WS-GlAdj-Eof                         value "Y".
                   88  WS-GlAdj-Not-Eof                     value "N".

               01  WS-Open-Switch   PIC X(01)   value "Y".
                   88  WS-Files-Ready                       value "Y".
                   88  WS-Sort-Eof                          value "Y".
                   88  WS-Sort-Not-Eof                      value "N".

               01  WS-Pay-Frequency   PIC X(01)   value "B".
                   88  WS-Pays-Weekly                        value "W".
                   88  WS-Pays-Biweekly                      value "B".
               01  WS-Previous-Office   PIC X(02)   value spaces.
               01  WS-Office-Amount   PIC S9(9)V99 value 0.
               01  WS-Posting-Total   PIC S9(9)V99 value 0.
               01  WS-Gl-Line-Count   PIC 9(07)   value 0.
               01  WS-Gl-Debit-Total   PIC S9(11)V99 value 0.
               01  WS-Gl-Credit-Total   PIC S9(11)V99 value 0.

               01  GlHeaderLine.
               05   PIC X(06)   value "GLHDR ".
                   05  GC-Amount                     PIC 9(09)V99.
               05   PIC X(52)   value spaces.

               01  GlReversalCreditLine.
               05   PIC X(06)   value "GLRVCR".
               05   PIC X(01)   value spaces.
               05   PIC X(07)   value "LABOR-".
                   05  GR-Office                        PIC X(02).
               05   PIC X(01)   value spaces.
                   05  GR-Amount                     PIC 9(09)V99.
               05   PIC X(01)   value spaces.
                   05  GR-EmployeeNumber                PIC X(05).
               05   PIC X(01)   value spaces.
                   05  GR-Period-Date                   PIC 9(08).
               05   PIC X(37)   value spaces.

               01  GlReversalDebitLine.
               05   PIC X(06)   value "GLRVDB".
               05   PIC X(01)   value spaces.
               05   PIC X(09)   value "PAY-CLEAR".
               05   PIC X(01)   value spaces.
                   05  GV-Amount                     PIC 9(09)V99.
               05   PIC X(01)   value spaces.
                   05  GV-EmployeeNumber                PIC X(05).
               05   PIC X(01)   value spaces.
                   05  GV-Period-Date                   PIC 9(08).
               05   PIC X(37)   value spaces.

               01  GlContractorDebitLine.
               05   PIC X(06)   value "GLDEBT".
               05   PIC X(01)   value spaces.
               05   PIC X(07)   value "CONTR-".
                   05  GK-Office                        PIC X(02).
               05   PIC X(01)   value spaces.
                   05  GK-Amount                     PIC 9(09)V99.
               05   PIC X(01)   value spaces.
                   05  GK-Payee-Number                  PIC X(05).
               05   PIC X(01)   value spaces.
                   05  GK-Pay-Date                      PIC 9(08).
               05   PIC X(37)   value spaces.

               01  GlContractorCreditLine.
               05   PIC X(06)   value "GLCRDT".
               05   PIC X(01)   value spaces.
               05   PIC X(09)   value "PAY-CLEAR".
               05   PIC X(01)   value spaces.
                   05  GJ-Amount                     PIC 9(09)V99.
               05   PIC X(01)   value spaces.
                   05  GJ-Payee-Number                  PIC X(05).
               05   PIC X(01)   value spaces.
                   05  GJ-Pay-Date                      PIC 9(08).
               05   PIC X(37)   value spaces.

               01  GlReclassLine.
                   05  GX-Line-Type                     PIC X(06).
               05   PIC X(01)   value spaces.
                   05  GX-Company                       PIC X(02).
               05   PIC X(01)   value spaces.
                   05  GX-Account                       PIC X(09).
               05   PIC X(01)   value spaces.
                   05  GX-Amount                     PIC 9(09)V99.
               05   PIC X(01)   value spaces.
                   05  GX-EmployeeNumber                PIC X(05).
               05   PIC X(01)   value spaces.
                   05  GX-Effective-Date                PIC 9(08).
               05   PIC X(34)   value spaces.

               01  WS-Reclass-Account   PIC X(09)   value spaces.
               01  WS-Labor-Account.
               05   PIC X(06)   value "LABOR-".
                   05  WS-Labor-Office                  PIC X(02).
               05   PIC X(01)   value spaces.

       Procedure Division.
           Initilization.
               PERFORM 100-Open-Files
                                        SG-Territory
                       INPUT PROCEDURE IS 240-Build-Sort-Input
                       OUTPUT PROCEDURE IS 250-Produce-Postings
                   PERFORM 270-Post-Void-Reversals
                   PERFORM 272-Post-Contractor-Fees
                   PERFORM 276-Post-Entity-Reclass
                   PERFORM 280-Clear-Gl-Adjustments
               END-IF
               PERFORM 500-Close-Files.
               IF WS-Open-Failed
               OPEN INPUT CostAllocFile
               IF CostAlloc-Status = "00"
                   SET WS-Alloc-Ready TO TRUE
               END-IF.

           200-Read-Records.
           240-Build-Sort-Input.
               PERFORM 200-Read-Records
               PERFORM 245-Release-One-Record
                   UNTIL WS-Eof
               OPEN INPUT GlAdjustFile
               IF GlAdj-Status = "00"
                   SET WS-GlAdj-Ready TO TRUE
                   SET WS-GlAdj-Not-Eof TO TRUE
                   PERFORM 241-Read-Gl-Adjustment
                   PERFORM 242-Release-Gl-Adjustment
                       UNTIL WS-GlAdj-Eof
                   CLOSE GlAdjustFile
               END-IF.

           241-Read-Gl-Adjustment.
               READ GlAdjustFile
                   AT END
                       SET WS-GlAdj-Eof TO TRUE
               END-READ.

           242-Release-Gl-Adjustment.
               IF GA-Off-Cycle
                   MOVE GA-Office TO SG-Office
                   MOVE GA-Territory TO SG-Territory
                   MOVE GA-Amount TO SG-Amount
                   RELEASE GlPostSortRecord
               END-IF
               PERFORM 241-Read-Gl-Adjustment.

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
                   UNTIL WS-Sort-Eof
               PERFORM 265-End-Office-Break
               MOVE WS-Posting-Total TO GC-Amount
               WRITE GlPostingLine FROM GlCreditLine
               ADD 1 TO WS-Gl-Line-Count
               ADD WS-Posting-Total TO WS-Gl-Credit-Total.

           255-Return-One-Record.
               RETURN GlPostSortFile
                   MOVE WS-Office-Amount TO GD-Amount
                   WRITE GlPostingLine FROM GlDebitLine
                   ADD WS-Office-Amount TO WS-Posting-Total
                   ADD 1 TO WS-Gl-Line-Count
                   ADD WS-Office-Amount TO WS-Gl-Debit-Total
                   MOVE 0 TO WS-Office-Amount
                   MOVE SPACES TO WS-Previous-Office
               END-IF.

           270-Post-Void-Reversals.
               IF WS-GlAdj-Ready
                   OPEN INPUT GlAdjustFile
                   SET WS-GlAdj-Not-Eof TO TRUE
                   PERFORM 241-Read-Gl-Adjustment
                   PERFORM 275-Write-One-Reversal
                       UNTIL WS-GlAdj-Eof
                   CLOSE GlAdjustFile
               END-IF.

           275-Write-One-Reversal.
               IF GA-Void
                   MOVE GA-Office TO GR-Office
                   MOVE GA-Amount TO GR-Amount GV-Amount
                   MOVE GA-EmployeeNumber TO GR-EmployeeNumber
                                             GV-EmployeeNumber
                   MOVE GA-Period-Date TO GR-Period-Date GV-Period-Date
                   WRITE GlPostingLine FROM GlReversalCreditLine
                   WRITE GlPostingLine FROM GlReversalDebitLine
                   ADD 2 TO WS-Gl-Line-Count
                   ADD GA-Amount TO WS-Gl-Debit-Total
                   ADD GA-Amount TO WS-Gl-Credit-Total
               END-IF
               PERFORM 241-Read-Gl-Adjustment.

           272-Post-Contractor-Fees.
               IF WS-GlAdj-Ready
                   OPEN INPUT GlAdjustFile
                   SET WS-GlAdj-Not-Eof TO TRUE
                   PERFORM 241-Read-Gl-Adjustment
                   PERFORM 273-Write-One-Contractor-Fee
                       UNTIL WS-GlAdj-Eof
                   CLOSE GlAdjustFile
               END-IF.

           273-Write-One-Contractor-Fee.
               IF GA-Contractor
                   MOVE GA-Office TO GK-Office
                   MOVE GA-Amount TO GK-Amount GJ-Amount
                   MOVE GA-EmployeeNumber TO GK-Payee-Number
                                             GJ-Payee-Number
                   MOVE GA-Period-Date TO GK-Pay-Date GJ-Pay-Date
                   WRITE GlPostingLine FROM GlContractorDebitLine
                   WRITE GlPostingLine FROM GlContractorCreditLine
                   ADD 2 TO WS-Gl-Line-Count
                   ADD GA-Amount TO WS-Gl-Debit-Total
                   ADD GA-Amount TO WS-Gl-Credit-Total
               END-IF
               PERFORM 241-Read-Gl-Adjustment.

      *****************************************************************
      * A transfer moves cost between companies through INTERCO; each *
      * company's side balances, so the file totals stay in balance.  *
      *****************************************************************
           276-Post-Entity-Reclass.
               IF WS-GlAdj-Ready
                   OPEN INPUT GlAdjustFile
                   SET WS-GlAdj-Not-Eof TO TRUE
                   PERFORM 241-Read-Gl-Adjustment
                   PERFORM 277-Write-One-Reclass
                       UNTIL WS-GlAdj-Eof
                   CLOSE GlAdjustFile
               END-IF.

           277-Write-One-Reclass.
               IF GA-Transfer
                   MOVE GA-Amount TO GX-Amount
                   MOVE GA-EmployeeNumber TO GX-EmployeeNumber
                   MOVE GA-Period-Date TO GX-Effective-Date
                   IF GA-Reclass-Pto
                       MOVE "PTO-LIAB" TO WS-Reclass-Account
                       MOVE GA-From-Company TO GX-Company
                       MOVE "GLXFDB" TO GX-Line-Type
                       MOVE WS-Reclass-Account TO GX-Account
                       PERFORM 278-Write-Reclass-Line
                       MOVE "GLXFCR" TO GX-Line-Type
                       MOVE "INTERCO" TO GX-Account
                       PERFORM 278-Write-Reclass-Line
                       MOVE GA-To-Company TO GX-Company
                       MOVE "GLXFDB" TO GX-Line-Type
                       MOVE "INTERCO" TO GX-Account
                       PERFORM 278-Write-Reclass-Line
                       MOVE "GLXFCR" TO GX-Line-Type
                       MOVE WS-Reclass-Account TO GX-Account
                       PERFORM 278-Write-Reclass-Line
                   ELSE
                       MOVE GA-Office TO WS-Labor-Office
                       MOVE WS-Labor-Account TO WS-Reclass-Account
                       MOVE GA-To-Company TO GX-Company
                       MOVE "GLXFDB" TO GX-Line-Type
                       MOVE WS-Reclass-Account TO GX-Account
                       PERFORM 278-Write-Reclass-Line
                       MOVE "GLXFCR" TO GX-Line-Type
                       MOVE "INTERCO" TO GX-Account
                       PERFORM 278-Write-Reclass-Line
                       MOVE GA-From-Company TO GX-Company
                       MOVE "GLXFDB" TO GX-Line-Type
                       MOVE "INTERCO" TO GX-Account
                       PERFORM 278-Write-Reclass-Line
                       MOVE "GLXFCR" TO GX-Line-Type
                       MOVE WS-Reclass-Account TO GX-Account
                       PERFORM 278-Write-Reclass-Line
                   END-IF
                   ADD GA-Amount TO WS-Gl-Debit-Total
                   ADD GA-Amount TO WS-Gl-Debit-Total
                   ADD GA-Amount TO WS-Gl-Credit-Total
                   ADD GA-Amount TO WS-Gl-Credit-Total
               END-IF
               PERFORM 241-Read-Gl-Adjustment.

           278-Write-Reclass-Line.
               WRITE GlPostingLine FROM GlReclassLine
               ADD 1 TO WS-Gl-Line-Count.

           280-Clear-Gl-Adjustments.
               IF WS-GlAdj-Ready
                   OPEN OUTPUT GlAdjustFile
                   CLOSE GlAdjustFile
               END-IF.

           300-Write-Header.
               MOVE WS-Today TO GH-Run-Date
               WRITE GlPostingLine FROM GlHeaderLine.
               IF WS-Alloc-Ready
                   CLOSE CostAllocFile
               END-IF
               IF WS-Files-Ready
                   PERFORM 510-Register-Gl-File
               END-IF.

           510-Register-Gl-File.
               INITIALIZE IfaceRegRequest
               MOVE "GLPOST" TO IR-Interface-Id
               MOVE "GlPostingFile" TO IR-File-Name
               MOVE "General ledger" TO IR-Recipient
               MOVE "GLPOSTING" TO IR-Program
               MOVE WS-Gl-Line-Count TO IR-Record-Count
               COMPUTE IR-Hash-Total = WS-Gl-Credit-Total * 100
               MOVE WS-Gl-Debit-Total TO IR-Dollar-Total
               CALL "IfaceRegister" USING IfaceRegRequest.

           600-FormatDate.
               CALL "DateFormat" USING LK_Current_Date
               MOVE LK_Current_Date TO WS-Today.
