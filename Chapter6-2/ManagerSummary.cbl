                       Organization is Line Sequential
                       File Status is MgrSumm-Status.

                   Select ManagerSortFile assign to MgrSort.

               I-O-Control.
                   Record Contains 132 characters.
                   01  MgrSummPrintLine                    PIC X(132).

               SD  ManagerSortFile.
                   01  ManagerSortRecord.
                       05  SM-Manager                       PIC X(05).

           Working-Storage Section.
               COPY "Misc.cpy".
               COPY "RefTable.cpy".
              COPY "WS_Date.cpy" REPLACING LEADING ==Prefix== BY ==LK==.
               COPY "HeaderMain.cpy".
               COPY "EmployeeRecord.cpy".

               01  MgrSumm-Status                       PIC X(02).

               01  WS-Open-Switch   PIC X(01)   value "Y".
                   88  WS-Files-Ready                       value "Y".
                   88  WS-Open-Failed                        value "N".


               01  WS-Sort-Eof-Switch   PIC X(01)   value "N".
                   88  WS-Sort-Eof                          value "Y".
               CALL "Validations" USING MgrSumm-Status, "MANAGERSUMM"
               IF File_Status NOT = "00" OR MgrSumm-Status NOT = "00"
                   SET WS-Open-Failed TO TRUE
               END-IF.

           200-Read-Records.

           405-Convert-To-USD.
               MOVE 1 TO WS-Exchange-Rate
               SET RT-ExchRate-Table TO TRUE
               MOVE CurrencyCode TO RT-Key
               CALL "RefTable" USING RefTableRequest
               IF RT-Found
                   MOVE RT-ER-Rate-To-USD TO WS-Exchange-Rate
               END-IF
               COMPUTE WS-USD-Equivalent ROUNDED =
                   AnnualSalary * WS-Exchange-Rate.

           500-Close-Files.
               CLOSE PayrollReport
               CLOSE ManagerSummaryFile.

           600-FormatDate.
               CALL "DateFormat" USING LK_Current_Date
