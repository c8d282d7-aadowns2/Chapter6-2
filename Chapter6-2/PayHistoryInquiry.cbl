      * pay-detail ledger written by the posting logic: gross, the
      * withholding pieces, deductions, garnishment, and net for every
      * period on file, with totals.  The employee number is passed on
      * the command line.  Off-cycle payments are listed with the
      * regular periods and marked in the Type column.  A voided
      * period is marked VOIDED and its negative reversing entry VOID,
      * so the totals net the void out.  The imputed group-term life
      * income for each period is listed in its own column; it is
      * taxable but was never paid, so it is not part of gross or net.
       Environment Division.
           Configuration Section.
               Special-Names.
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
               01  WS-Period-Count   PIC 9(05)   COMP value 0.
               01  WS-Total-Gross   PIC S9(9)V99 value 0.
               01  WS-Total-Net   PIC S9(9)V99 value 0.
               01  WS-Total-Imputed   PIC S9(9)V99 value 0.

               01  HistHeading2.
               05   PIC X(17)   value spaces.
               05   PIC X(10)   value "   Garnish".
               05   PIC X(2)   value spaces.
               05   PIC X(10)   value "   Net Pay".
               05   PIC X(2)   value spaces.
               05   PIC X(10)   value "   Imputed".
               05   PIC X(2)   value spaces.
               05   PIC X(09)   value "Type".

               01  HistDetailLine.
               05  HD-Period-Date   PIC 9(04)/9(02)/9(02).
               05   PIC X(2) value spaces.
               05  HD-Gross   PIC $Z(5)9.99-.
               05   PIC X(1) value spaces.
               05  HD-Withholding   PIC $Z(5)9.99-.
               05   PIC X(1) value spaces.
               05  HD-Soc-Sec   PIC $Z(5)9.99-.
               05   PIC X(1) value spaces.
               05  HD-Medicare   PIC $Z(5)9.99-.
               05   PIC X(1) value spaces.
               05  HD-State-Tax   PIC $Z(5)9.99-.
               05   PIC X(1) value spaces.
               05  HD-Deductions   PIC $Z(5)9.99-.
               05   PIC X(1) value spaces.
               05  HD-Garnishment   PIC $Z(5)9.99-.
               05   PIC X(1) value spaces.
               05  HD-Net   PIC $Z(5)9.99-.
               05   PIC X(1) value spaces.
               05  HD-Imputed   PIC $Z(5)9.99-.
               05   PIC X(1) value spaces.
                   05  HD-Pay-Type-Word                 PIC X(09).

               01  HistTotalLine.
               05   PIC X(16)   value "Periods Listed: ".
                   05  HT-Period-Count                  PIC ZZZZ9.
               05   PIC X(5)   value spaces.
               05   PIC X(13)   value "Total Gross: ".
               05  HT-Total-Gross   PIC $Z(7)9.99-.
               05   PIC X(5)   value spaces.
               05   PIC X(11)   value "Total Net: ".
               05  HT-Total-Net   PIC $Z(7)9.99-.
               05   PIC X(5)   value spaces.
               05   PIC X(15)   value "Total Imputed: ".
               05  HT-Total-Imputed   PIC $Z(7)9.99-.

       Procedure Division.
           Initilization.
               MOVE LG-Deductions TO HD-Deductions
               MOVE LG-Garnishment TO HD-Garnishment
               MOVE LG-Net TO HD-Net
               MOVE LG-Imputed-Income TO HD-Imputed
               EVALUATE TRUE
                   WHEN LG-Void-Reversal
                       MOVE "VOID" TO HD-Pay-Type-Word
                   WHEN LG-Reference-Date NOT = 0
                       MOVE "VOIDED" TO HD-Pay-Type-Word
                   WHEN LG-Off-Cycle-Pay
                       MOVE "OFF-CYCLE" TO HD-Pay-Type-Word
                   WHEN LG-Beneficiary-Pay
                       MOVE "BENEF PAY" TO HD-Pay-Type-Word
                   WHEN OTHER
                       MOVE "REGULAR" TO HD-Pay-Type-Word
               END-EVALUATE
               ADD 1 TO WS-Period-Count
               ADD LG-Gross TO WS-Total-Gross
               ADD LG-Net TO WS-Total-Net
               ADD LG-Imputed-Income TO WS-Total-Imputed
               MOVE SPACES TO PayHistPrintLine
               WRITE PayHistPrintLine FROM HistDetailLine
                   AFTER ADVANCING 1
               MOVE WS-Period-Count TO HT-Period-Count
               MOVE WS-Total-Gross TO HT-Total-Gross
               MOVE WS-Total-Net TO HT-Total-Net
               MOVE WS-Total-Imputed TO HT-Total-Imputed
               MOVE SPACES TO PayHistPrintLine
               WRITE PayHistPrintLine FROM HistTotalLine
                   AFTER ADVANCING 2.
