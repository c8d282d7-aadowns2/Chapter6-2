      * not ended is then invoiced for the monthly premium carried on
      * the election record, with the mailing address pulled from
      * EmployeeAddrFile.
      * The invoice file goes to the mailing vendor and is entered on
      * the outbound interface register as COBRAINV with the invoice
      * count, the billed total and the sum of the employee numbers
      * billed as the hash total.
       Environment Division.
           Configuration Section.
               Special-Names.
              COPY "WS_Date.cpy" REPLACING LEADING ==Prefix== BY ==LK==.
               COPY "HeaderMain.cpy".
               COPY "EmployeeRecord.cpy".
               COPY "IfaceReg.cpy".

               01  CobraElec-Status                    PIC X(02).
               01  WS-CobraElLoad-Status               PIC X(02).
               01  WS-Today   PIC 9(08)   value 0.
               01  WS-Invoice-Count   PIC 9(05)   COMP value 0.
               01  WS-Invoice-Total   PIC S9(8)V99 value 0.
               01  WS-Invoice-Hash   PIC 9(15)   value 0.
               01  WS-Hash-Number   PIC 9(05)   value 0.

               01  CobraInvHeading2.
               05   PIC X(17)   value spaces.
                   END-READ
               END-IF
               ADD 1 TO WS-Invoice-Count
               ADD CE-Monthly-Premium TO WS-Invoice-Total
               IF CE-EmployeeNumber IS NUMERIC
                   MOVE CE-EmployeeNumber TO WS-Hash-Number
                   ADD WS-Hash-Number TO WS-Invoice-Hash
               END-IF.

           420-Find-Employee-Name.
               INITIALIZE EmployeeRecords
               CLOSE CobraInvoiceFile
               IF WS-Addr-Ready
                   CLOSE EmployeeAddrFile
               END-IF
               IF WS-Files-Ready
                   PERFORM 510-Register-Invoice-File
               END-IF.

           510-Register-Invoice-File.
               INITIALIZE IfaceRegRequest
               MOVE "COBRAINV" TO IR-Interface-Id
               MOVE "CobraInvoiceFile" TO IR-File-Name
               MOVE "Invoice mail vendor" TO IR-Recipient
               MOVE "COBRABILL" TO IR-Program
               MOVE WS-Invoice-Count TO IR-Record-Count
               MOVE WS-Invoice-Hash TO IR-Hash-Total
               MOVE WS-Invoice-Total TO IR-Dollar-Total
               CALL "IfaceRegister" USING IfaceRegRequest.

           600-FormatDate.
               CALL "DateFormat" USING LK_Current_Date
               MOVE LK_Current_Date TO WS-Today
