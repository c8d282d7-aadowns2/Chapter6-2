      * register built by PositivePayExport.  A matched item marks
      * the register entry P (paid) with its paid date; items that do
      * not match a register entry, or that clear for a different
      * amount, are listed on the intake report for review, as is a
      * check presented after it was voided.
       Environment Division.
           Configuration Section.
               Special-Names.
                       05  CG-Status                        PIC X(01).
                           88  CG-Outstanding               value "O".
                           88  CG-Paid                      value "P".
                           88  CG-Voided                    value "V".
                           88  CG-Void-Sent                 value "X".
                       05  CG-Paid-Date                     PIC 9(08).

               FD  ClearIntakeReportFile
                   WHEN CG-Paid
                       ADD 1 TO WS-Exception-Count
                       MOVE "Already marked paid" TO CD-Result
                   WHEN CG-Voided OR CG-Void-Sent
                       ADD 1 TO WS-Exception-Count
                       MOVE "Voided check presented" TO CD-Result
                   WHEN CC-Paid-Amount NOT = CG-Check-Amount
                       ADD 1 TO WS-Exception-Count
                       MOVE "Amount differs from issued amount"
