
      * Prints the 941-style quarter summary from the quarter buckets
      * carried on YtdAccumFile: gross, withholding, and net for each
      * employee paid in the requested quarter, grouped by company
      * with each company's legal name and EIN from CompanyMaster, a
      * headcount and totals per company, and report totals.  Each
      * employee is listed under the company on their payroll record;
      * an employee who changed legal entity (EntityTransfer) is also
      * listed under each company they were closed out of for the
      * quarter amounts on that company's EntityYtdFile close-out, so
      * every EIN's totals carry only the wages it paid.  The year and
      * quarter may be passed on the command line as "YYYY Q"; when
      * omitted the run reports the current calendar quarter.
       Environment Division.
           Configuration Section.
               Special-Names.
                       Access Mode is Sequential
                       Record Key is YT-Key.

                   Select Optional EntityYtdFile assign to EntityYtd
                       File Status is EntityYtd-Status
                       Organization is Indexed
                       Access Mode is Sequential
                       Record Key is EY-Key.

                   Select Optional CompanyMasterFile assign to CompMast
                       File Status is CompMast-Status
                       Organization is Indexed
                       Access Mode is Dynamic
                       Record Key is CM-Company-Code.

                   Select PayrollReport assign to PayRpt
                       File Status is File_Status
                       Organization is Indexed
                       Organization is Line Sequential
                       File Status is QtrSumm-Status.

                   Select QtrSortFile assign to SortWork.

               I-O-Control.

       Data Division.
                           10  YT-Qtr-Gross             PIC S9(8)V99.
                           10  YT-Qtr-Withholding       PIC S9(8)V99.
                           10  YT-Qtr-Net               PIC S9(8)V99.
                       05  YT-Imputed-Income            PIC S9(8)V99.

               FD  EntityYtdFile.
                   01  EntityYtdRecord.
                       05  EY-Key.
                           10  EY-EmployeeNumber            PIC X(05).
                           10  EY-Year                      PIC 9(04).
                           10  EY-Company-Code              PIC X(02).
                       05  EY-EIN                           PIC 9(09).
                       05  EY-Transfer-Seq                  PIC 9(02).
                       05  EY-Closed-Date                   PIC 9(08).
                       05  EY-To-Company                    PIC X(02).
                       05  EY-Successor-Switch              PIC X(01).
                       05  EY-Gross                     PIC S9(8)V99.
                       05  EY-Withholding               PIC S9(8)V99.
                       05  EY-Net                       PIC S9(8)V99.
                       05  EY-Soc-Sec                   PIC S9(8)V99.
                       05  EY-Medicare                  PIC S9(8)V99.
                       05  EY-State-Tax                 PIC S9(8)V99.
                       05  EY-Quarter-Totals OCCURS 4 TIMES.
                           10  EY-Qtr-Gross             PIC S9(8)V99.
                           10  EY-Qtr-Withholding       PIC S9(8)V99.
                           10  EY-Qtr-Net               PIC S9(8)V99.
                       05  EY-Imputed-Income            PIC S9(8)V99.
                       05  EY-Credit-In                 PIC S9(8)V99.
                       05  EY-SocSec-Wages              PIC S9(8)V99.
                       05  EY-Credit-Out                PIC S9(8)V99.
                       05                                   PIC X(07).

               FD  CompanyMasterFile.
                   01  CompanyMasterRecord.
                       05  CM-Company-Code                  PIC X(02).
                       05  CM-Legal-Name                    PIC X(30).
                       05  CM-EIN                           PIC 9(09).
                       05  CM-Funding-Routing               PIC 9(09).
                       05  CM-Funding-Account               PIC X(17).

               FD  PayrollReport
                   Record Contains 234 characters.
                   Record Contains 132 characters.
                   01  QtrSummPrintLine                    PIC X(132).

               SD  QtrSortFile.
                   01  QtrSortRecord.
                       05  QS-Company-Code                  PIC X(02).
                       05  QS-EmployeeNumber                PIC X(05).
                       05  QS-Gross                     PIC S9(8)V99.
                       05  QS-Withholding               PIC S9(8)V99.
                       05  QS-Net                       PIC S9(8)V99.

           Working-Storage Section.
               COPY "Misc.cpy".
              COPY "WS_Date.cpy" REPLACING LEADING ==Prefix== BY ==LK==.

               01  YtdAccum-Status                     PIC X(02).
               01  QtrSumm-Status                      PIC X(02).
               01  EntityYtd-Status                    PIC X(02).
               01  CompMast-Status                     PIC X(02).

               01  WS-Open-Switch   PIC X(01)   value "Y".
                   88  WS-Files-Ready                       value "Y".
                   88  WS-Open-Failed                        value "N".

               01  WS-EntityYtd-Switch   PIC X(01)   value "N".
                   88  WS-EntityYtd-Ready                   value "Y".
               01  WS-CompMast-Switch   PIC X(01)   value "N".
                   88  WS-CompMast-Ready                    value "Y".
               01  WS-Ey-Eof-Switch   PIC X(01)   value "N".
                   88  WS-Ey-Eof                            value "Y".
                   88  WS-Ey-Not-Eof                        value "N".
               01  WS-Sort-Eof-Switch   PIC X(01)   value "N".
                   88  WS-Sort-Eof                          value "Y".
                   88  WS-Sort-Not-Eof                      value "N".
               01  WS-Company-Open-Switch   PIC X(01)   value "N".
                   88  WS-Company-Open                      value "Y".
                   88  WS-Company-Not-Open                  value "N".

               01  WS-Command-Line-Param   PIC X(40)   value spaces.
               01  WS-Current-Company   PIC X(02)   value spaces.
               01  WS-Co-Headcount   PIC 9(05)   COMP value 0.
               01  WS-Co-Gross   PIC S9(9)V99 value 0.
               01  WS-Co-Withholding   PIC S9(9)V99 value 0.
               01  WS-Co-Net   PIC S9(9)V99 value 0.
               01  WS-Report-Year   PIC 9(04)   value 0.
               01  WS-Report-Quarter   PIC 9(01)   value 0.
               01  WS-Headcount   PIC 9(05)   COMP value 0.
               05   PIC X(6) value spaces.
               05  QD-Net   PIC $Z(6)9.99.

               01  QtrCompanyLine.
               05   PIC X(09)   value "Company: ".
                   05  QC-Company-Code                    PIC X(02).
               05   PIC X(02)   value spaces.
                   05  QC-Legal-Name                      PIC X(30).
               05   PIC X(02)   value spaces.
               05   PIC X(05)   value "EIN: ".
                   05  QC-EIN                             PIC 9(09).

               01  QtrTotalLine.
               05   PIC X(10)   value "Headcount:".
                   05  QT-Headcount                       PIC ZZZZ9.
               05   PIC X(10)   value spaces.
                   05  QT-Total-Label                     PIC X(15).
                   05  QT-Total-Gross                 PIC $Z(7)9.99.
               05   PIC X(5)   value spaces.
                   05  QT-Total-Withholding           PIC $Z(7)9.99.
                   PERFORM 600-FormatDate
                   PERFORM 700-FormatTime
                   PERFORM 300-Write-Heading
                   SORT QtrSortFile
                       ON ASCENDING KEY QS-Company-Code
                                        QS-EmployeeNumber
                       INPUT PROCEDURE IS 240-Build-Sort-Input
                       OUTPUT PROCEDURE IS 250-Produce-Report
                   PERFORM 450-Write-Totals
               END-IF
               PERFORM 500-Close-Files.
                       OR File_Status NOT = "00"
                       OR QtrSumm-Status NOT = "00"
                   SET WS-Open-Failed TO TRUE
               END-IF
               OPEN INPUT EntityYtdFile
               IF EntityYtd-Status = "00"
                   SET WS-EntityYtd-Ready TO TRUE
               END-IF
               OPEN INPUT CompanyMasterFile
               IF CompMast-Status = "00"
                   SET WS-CompMast-Ready TO TRUE
               END-IF.

           200-Read-Records.
               WRITE QtrSummPrintLine FROM QtrColumnHeadings
                   AFTER ADVANCING 2.

      *****************************************************************
      * Each YTD record with wages in the quarter goes to the sort   *
      * under the employee's company; each close-out with wages in   *
      * the quarter under the company it was closed out of.         *
      *****************************************************************
           240-Build-Sort-Input.
               PERFORM 200-Read-Records
               PERFORM 245-Release-One-Ytd
                   UNTIL WS-Eof
               IF WS-EntityYtd-Ready
                   SET WS-Ey-Not-Eof TO TRUE
                   PERFORM 246-Read-Close-Out
                   PERFORM 247-Release-One-Close-Out
                       UNTIL WS-Ey-Eof
               END-IF.

           245-Release-One-Ytd.
               IF YT-Year = WS-Report-Year
                       AND YT-Qtr-Gross (WS-Report-Quarter) NOT = 0
                   PERFORM 420-Find-Employee-Name
                   MOVE CompanyCode TO QS-Company-Code
                   MOVE YT-EmployeeNumber TO QS-EmployeeNumber
                   MOVE YT-Qtr-Gross (WS-Report-Quarter) TO QS-Gross
                   MOVE YT-Qtr-Withholding (WS-Report-Quarter)
                       TO QS-Withholding
                   MOVE YT-Qtr-Net (WS-Report-Quarter) TO QS-Net
                   RELEASE QtrSortRecord
               END-IF
               PERFORM 200-Read-Records.

           246-Read-Close-Out.
               READ EntityYtdFile NEXT RECORD
                   AT END
                       SET WS-Ey-Eof TO TRUE
               END-READ.

           247-Release-One-Close-Out.
               IF EY-Year = WS-Report-Year
                       AND EY-Qtr-Gross (WS-Report-Quarter) NOT = 0
                   MOVE EY-Company-Code TO QS-Company-Code
                   MOVE EY-EmployeeNumber TO QS-EmployeeNumber
                   MOVE EY-Qtr-Gross (WS-Report-Quarter) TO QS-Gross
                   MOVE EY-Qtr-Withholding (WS-Report-Quarter)
                       TO QS-Withholding
                   MOVE EY-Qtr-Net (WS-Report-Quarter) TO QS-Net
                   RELEASE QtrSortRecord
               END-IF
               PERFORM 246-Read-Close-Out.

           250-Produce-Report.
               SET WS-Sort-Not-Eof TO TRUE
               PERFORM 252-Return-One-Line
               PERFORM 400-Write-Records
                   UNTIL WS-Sort-Eof
               IF WS-Company-Open
                   PERFORM 440-Write-Company-Totals
               END-IF.

           252-Return-One-Line.
               RETURN QtrSortFile
                   AT END
                       SET WS-Sort-Eof TO TRUE
               END-RETURN.

           400-Write-Records.
               IF WS-Company-Not-Open
                       OR QS-Company-Code NOT = WS-Current-Company
                   IF WS-Company-Open
                       PERFORM 440-Write-Company-Totals
                   END-IF
                   PERFORM 410-Start-Company
               END-IF
               MOVE QS-EmployeeNumber TO YT-EmployeeNumber
               PERFORM 420-Find-Employee-Name
               MOVE QS-EmployeeNumber TO QD-EmployeeNumber
               MOVE EmployeeName TO QD-EmployeeName
               MOVE QS-Gross TO QD-Gross
               MOVE QS-Withholding TO QD-Withholding
               MOVE QS-Net TO QD-Net
               ADD 1 TO WS-Headcount WS-Co-Headcount
               ADD QS-Gross TO WS-Total-Gross WS-Co-Gross
               ADD QS-Withholding TO WS-Total-Withholding
                                     WS-Co-Withholding
               ADD QS-Net TO WS-Total-Net WS-Co-Net
               MOVE SPACES TO QtrSummPrintLine
               WRITE QtrSummPrintLine FROM QtrDetailLine
                   AFTER ADVANCING 1
               PERFORM 252-Return-One-Line.

           410-Start-Company.
               MOVE QS-Company-Code TO WS-Current-Company
               MOVE 0 TO WS-Co-Headcount WS-Co-Gross
                         WS-Co-Withholding WS-Co-Net
               SET WS-Company-Open TO TRUE
               MOVE QS-Company-Code TO QC-Company-Code
               MOVE "*COMPANY NOT ON MASTER" TO QC-Legal-Name
               MOVE 0 TO QC-EIN
               IF WS-CompMast-Ready
                   MOVE QS-Company-Code TO CM-Company-Code
                   READ CompanyMasterFile
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE CM-Legal-Name TO QC-Legal-Name
                           MOVE CM-EIN TO QC-EIN
                   END-READ
               END-IF
               MOVE SPACES TO QtrSummPrintLine
               WRITE QtrSummPrintLine FROM QtrCompanyLine
                   AFTER ADVANCING 2.

           420-Find-Employee-Name.
               INITIALIZE EmployeeRecords
               MOVE "*NOT ON PAYROLL FILE" TO EmployeeName
                       MOVE EmployeeRecord TO EmployeeRecords
               END-READ.

           440-Write-Company-Totals.
               MOVE WS-Co-Headcount TO QT-Headcount
               MOVE "Company Totals:" TO QT-Total-Label
               MOVE WS-Co-Gross TO QT-Total-Gross
               MOVE WS-Co-Withholding TO QT-Total-Withholding
               MOVE WS-Co-Net TO QT-Total-Net
               MOVE SPACES TO QtrSummPrintLine
               WRITE QtrSummPrintLine FROM QtrTotalLine
                   AFTER ADVANCING 2.

           450-Write-Totals.
               MOVE WS-Headcount TO QT-Headcount
               MOVE "Report Totals:" TO QT-Total-Label
               MOVE WS-Total-Gross TO QT-Total-Gross
               MOVE WS-Total-Withholding TO QT-Total-Withholding
               MOVE WS-Total-Net TO QT-Total-Net
           500-Close-Files.
               CLOSE YtdAccumFile
               CLOSE PayrollReport
               CLOSE QtrSummaryFile
               IF WS-EntityYtd-Ready
                   CLOSE EntityYtdFile
               END-IF
               IF WS-CompMast-Ready
                   CLOSE CompanyMasterFile
               END-IF.

           600-FormatDate.
               CALL "DateFormat" USING LK_Current_Date
