                       Access Mode is Dynamic
                       Record Key is AD-EmployeeNumber.

                   Select DirectBillFile assign to DirBill
                       File Status is DirBill-Status
                       Organization is Indexed
                       05  AD-State                         PIC X(02).
                       05  AD-Zip                           PIC X(10).

               FD  DirectBillFile.
                   01  DirectBillRecord.
                       05  DB-Key.

           Working-Storage Section.
               COPY "Misc.cpy".
               COPY "RefTable.cpy".
              COPY "WS_Date.cpy" REPLACING LEADING ==Prefix== BY ==LK==.
               COPY "HeaderMain.cpy".
               COPY "EmployeeRecord.cpy".
                   88  WS-Addr-Ready                        value "Y".
                   88  WS-Addr-Not-Ready                    value "N".

               01  WS-Pay-Frequency   PIC X(01)   value "B".
                   88  WS-Pays-Weekly                        value "W".
                   88  WS-Pays-Biweekly                      value "B".
               OPEN INPUT EmployeeAddrFile
               IF EmpAddr-Status = "00"
                   SET WS-Addr-Ready TO TRUE
               END-IF.

           200-Read-Records.

           405-Find-Pay-Frequency.
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
               EVALUATE TRUE
                   WHEN WS-Pays-Weekly
               CLOSE DirectBillInvoiceFile
               IF WS-Addr-Ready
                   CLOSE EmployeeAddrFile
               END-IF.

           600-FormatDate.
