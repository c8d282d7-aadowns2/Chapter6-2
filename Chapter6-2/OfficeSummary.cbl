                       Organization is Line Sequential
                       File Status is OfcSumm-Status.

                   Select Optional BudgetFile assign to Budget
                       File Status is Budget-Status
                       Organization is Indexed
                   Record Contains 132 characters.
                   01  OfcSummPrintLine                    PIC X(132).

               FD  BudgetFile.
                   01  BudgetRecord.
                       05  BU-Office                        PIC X(02).

           Working-Storage Section.
               COPY "Misc.cpy".
               COPY "RefTable.cpy".
              COPY "WS_Date.cpy" REPLACING LEADING ==Prefix== BY ==LK==.
               COPY "HeaderMain.cpy".
               COPY "EmployeeRecord.cpy".

               01  OfcSumm-Status                       PIC X(02).
               01  OfcWork-Status                       PIC X(02).

               01  WS-Open-Switch   PIC X(01)   value "Y".
                   88  WS-Files-Ready                       value "Y".
                   88  WS-Open-Failed                        value "N".


               01  Budget-Status                        PIC X(02).
               01  WS-Budget-Switch   PIC X(01)   value "N".
               IF File_Status NOT = "00" OR OfcSumm-Status NOT = "00"
                   SET WS-Open-Failed TO TRUE
               END-IF
               OPEN INPUT BudgetFile
               IF Budget-Status = "00"
                   SET WS-Budget-Ready TO TRUE

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
               CLOSE PayrollExtractFile
               CLOSE OfficeSummaryFile
               IF WS-Budget-Ready
                   CLOSE BudgetFile
               END-IF
