      * remittance advice showing employee, case number, and pay
      * period.  The control total on the advice ties back to the
      * NT-Total-Garnish grand total on the Net Pay Report.
      * The remittance file is entered on the outbound interface
      * register as GARNREM with its control count and total and the
      * sum of the employee numbers remitted for as the hash total.
       Environment Division.
           Configuration Section.
               Special-Names.
                       File Status is File_Status
                       Organization is Line Sequential.

                   Select GarnishOrderFile assign to GarnOrd
                       File Status is GarnishOrder-Status
                       Organization is Indexed
                   Record Contains 234 characters.
                   01  EmployeeRecord                      PIC X(234).

               FD  GarnishOrderFile.
                   01  GarnishOrderRecord.
                       05  GO-Key.

           Working-Storage Section.
               COPY "Misc.cpy".
               COPY "RefTable.cpy".
              COPY "WS_Date.cpy" REPLACING LEADING ==Prefix== BY ==LK==.
               COPY "HeaderMain.cpy".
               COPY "EmployeeRecord.cpy".
               COPY "IfaceReg.cpy".

               01  GarnishOrder-Status                 PIC X(02).
               01  GarnRemit-Status                    PIC X(02).
               01  GarnAdvc-Status                     PIC X(02).
                   88  WS-Files-Ready                       value "Y".
                   88  WS-Open-Failed                        value "N".


               01  WS-Garnish-Eof-Switch   PIC X(01)   value "N".
                   88  WS-Garnish-Eof                         value "Y".
                   88  WS-Garnish-Not-Eof                     value "N".

               01  WS-Pay-Frequency   PIC X(01)   value "B".
                   88  WS-Pays-Weekly                        value "W".
                   88  WS-Pays-Biweekly                      value "B".
               01  WS-Remit-Amount   PIC S9(7)V99 value 0.
               01  WS-Remit-Count   PIC 9(05)   COMP value 0.
               01  WS-Control-Total   PIC S9(8)V99 value 0.
               01  WS-Remit-Hash   PIC 9(15)   value 0.
               01  WS-Hash-Number   PIC 9(05)   value 0.

               01  RemitDetailLine.
               05   PIC X(06)   value "REMIT ".
                       OR GarnRemit-Status NOT = "00"
                       OR GarnAdvc-Status NOT = "00"
                   SET WS-Open-Failed TO TRUE
               END-IF.

           200-Read-Records.

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

           420-Add-One-Deduction.
               IF DeductionAmount (WS-Deduction-Idx) NOT = 0
                   SET RT-DeductCode-Table TO TRUE
                   MOVE DeductionCode (WS-Deduction-Idx) TO RT-Key
                   MOVE PP-Date-Numeric TO RT-As-Of-Date
                   CALL "RefTable" USING RefTableRequest
                   IF RT-Found AND RT-DC-Pre-Tax
                       ADD DeductionAmount (WS-Deduction-Idx)
                           TO WS-Pretax-Deductions
                   END-IF
               WRITE GarnAdvcPrintLine FROM AdviceDetailLine
                   AFTER ADVANCING 1
               ADD 1 TO WS-Remit-Count
               ADD WS-Remit-Amount TO WS-Control-Total
               IF EmployeeNumber IS NUMERIC
                   MOVE EmployeeNumber TO WS-Hash-Number
                   ADD WS-Hash-Number TO WS-Remit-Hash
               END-IF.

           450-Write-Control-Totals.
               MOVE WS-Remit-Count TO RM-Control-Count
               CLOSE GarnishOrderFile
               CLOSE GarnishRemitFile
               CLOSE GarnishAdviceFile
               IF WS-Files-Ready
                   PERFORM 510-Register-Remit-File
               END-IF.

           510-Register-Remit-File.
               INITIALIZE IfaceRegRequest
               MOVE "GARNREM" TO IR-Interface-Id
               MOVE "GarnishRemitFile" TO IR-File-Name
               MOVE "Garnishment payees" TO IR-Recipient
               MOVE "GARNREMIT" TO IR-Program
               MOVE WS-Remit-Count TO IR-Record-Count
               MOVE WS-Remit-Hash TO IR-Hash-Total
               MOVE WS-Control-Total TO IR-Dollar-Total
               CALL "IfaceRegister" USING IfaceRegRequest.

           600-FormatDate.
               CALL "DateFormat" USING LK_Current_Date
               MOVE LK_Current_Date TO WS-Today
