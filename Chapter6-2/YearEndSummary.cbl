                       Organization is Line Sequential
                       File Status is YearEndRpt-Status.

                   Select Optional YtdAccumFile assign to YtdAccum
                       File Status is YtdAccum-Status
                       Organization is Indexed
                   Record Contains 132 characters.
                   01  YearEndPrintLine                    PIC X(132).

               FD  YtdAccumFile.
                   01  YtdAccumRecord.
                       05  YT-Key.
                           10  YT-Qtr-Gross             PIC S9(8)V99.
                           10  YT-Qtr-Withholding       PIC S9(8)V99.
                           10  YT-Qtr-Net               PIC S9(8)V99.
                       05  YT-Imputed-Income            PIC S9(8)V99.

               FD  CompanyMasterFile.
                   01  CompanyMasterRecord.

           Working-Storage Section.
               COPY "Misc.cpy".
               COPY "RefTable.cpy".
              COPY "WS_Date.cpy" REPLACING LEADING ==Prefix== BY ==LK==.
               COPY "HeaderMain.cpy".
               COPY "EmployeeRecord.cpy".
                   88  WS-Files-Ready                       value "Y".
                   88  WS-Open-Failed                        value "N".


               01  YtdAccum-Status                     PIC X(02).
               01  WS-Ytd-Switch   PIC X(01)   value "N".
               IF File_Status NOT = "00" OR YearEndRpt-Status NOT = "00"
                   SET WS-Open-Failed TO TRUE
               END-IF
               OPEN INPUT YtdAccumFile
               IF YtdAccum-Status = "00"
                   SET WS-Ytd-Ready TO TRUE

           420-Compute-Withholding.
               MOVE WS-Federal-Withholding-Rate TO WS-Bracket-Rate
               PERFORM 425-Find-Bracket-Rate
               COMPUTE WS-Federal-Withholding =
                   AnnualSalary * WS-Bracket-Rate
               COMPUTE WS-Net-Salary =
                   AnnualSalary - WS-Federal-Withholding.

           425-Find-Bracket-Rate.
               SET RT-TaxBracket-Table TO TRUE
               MOVE SPACES TO RT-Key
               MOVE TerritoryNumber TO RT-Key-TB-Territory
               MOVE AnnualSalary TO RT-Key-Bracket-Floor
               MOVE PP-Date-Numeric TO RT-As-Of-Date
               CALL "RefTable" USING RefTableRequest
               IF RT-Found
                   COMPUTE WS-Bracket-Rate = RT-TB-Rate / 1000
               END-IF.

           435-Use-Ytd-Figures.
               MOVE AnnualSalary TO WS-Gross-Figure
           500-Close-Files.
               CLOSE PayrollExtractFile
               CLOSE YearEndReportFile
               IF WS-Ytd-Ready
                   CLOSE YtdAccumFile
               END-IF
