       Identification Division.
           Program-ID. Eeo1Report.
               Author. Anthony Downs.
               Installation.
               Date-Written. October 15, 2026.
               Date-Compiled.
               Security. Restricted to Human Resources.

      * EEO-1 Component 1 headcount.  The workforce is everyone paid
      * in the snapshot pay period: an employee is counted when
      * PayLedgerFile holds a pay entry (other than a void reversal)
      * for that period end.  Without a ledger the active and leave
      * employees on PayrollReport are counted instead.  The snapshot
      * period end may be passed on the command line as "YYYYMMDD";
      * when omitted the latest period closed on PeriodLockFile is
      * used, and today's date when no period has been closed.
      * Sex, race/ethnicity and job category come from EeoDemogFile,
      * kept by HR through EeoMaint.  Counts are printed as the EEO-1
      * grid - job category down, race/ethnicity by sex across - once
      * for each establishment (territory/office, described from the
      * territory/office reference table) and once as the company
      * total (legal name and EIN from CompanyMasterFile).  Where the
      * employee declined to give sex or race/ethnicity the count goes
      * to the Declined column.
      * Employees with no EEO record, or with no valid job category,
      * are kept out of the grid and listed at the end so HR can
      * complete them; the run then ends with return code 4.
      * The demographic data is read only here and in EeoMaint; it is
      * never carried on PayrollReport or the payroll register.
       Environment Division.
           Configuration Section.
               Special-Names.

           Input-Output Section.
               File-Control.
                   Select PayrollReport assign to PayRpt
                       File Status is File_Status
                       Organization is Indexed
                       Access Mode is Dynamic
                       Record Key is PR-EmployeeNumber
                       Alternate Record Key is PR-EmployeeName
                           with Duplicates
                       Alternate Record Key is
                           PR-SocialSecurityNumber
                           with Duplicates.

                   Select Optional EeoDemogFile assign to EeoDemog
                       File Status is EeoDemog-Status
                       Organization is Indexed
                       Access Mode is Dynamic
                       Record Key is ED-EmployeeNumber.

                   Select Optional PayLedgerFile assign to PayLedgr
                       File Status is PayLedger-Status
                       Organization is Indexed
                       Access Mode is Dynamic
                       Record Key is LG-Key.

                   Select Optional PeriodLockFile assign to PerLock
                       File Status is PeriodLock-Status
                       Organization is Indexed
                       Access Mode is Dynamic
                       Record Key is PL-Period-Date.

                   Select Optional CompanyMasterFile assign to CompMast
                       File Status is CompMast-Status
                       Organization is Indexed
                       Access Mode is Dynamic
                       Record Key is CM-Company-Code.

                   Select Eeo1ReportFile assign to Eeo1Rpt
                       Organization is Line Sequential
                       File Status is Eeo1Rpt-Status.

                   Select Eeo1SortFile assign to Eeo1Sort.

               I-O-Control.

       Data Division.
           File Section.
               FD  PayrollReport
                   Record Contains 234 characters.
                   01  EmployeeRecord                      PIC X(234).
                   01  EmployeeRecord-Keyed.
                       05  PR-EmployeeNumber               PIC X(05).
                       05                                  PIC X(229).
                   01  EmployeeRecord-AltKeyed.
                       05                                  PIC X(10).
                       05  PR-EmployeeName                 PIC X(20).
                       05                                  PIC X(56).
                       05  PR-SocialSecurityNumber         PIC 9(09).
                       05                                  PIC X(139).

               FD  EeoDemogFile
                   Record Contains 40 characters.
                   01  EeoDemogRecord.
                       05  ED-EmployeeNumber           PIC X(05).
                       05  ED-Sex                      PIC X(01).
                           88  ED-Sex-Male             value "M".
                           88  ED-Sex-Female           value "F".
                       05  ED-Race-Ethnicity           PIC X(01).
                           88  ED-Race-Hispanic        value "H".
                       05  ED-Job-Category             PIC X(02).
                           88  ED-Job-Category-Valid
                                   value "01" "02" "03" "04" "05"
                                         "06" "07" "08" "09" "10".
                       05  ED-Job-Category-N redefines ED-Job-Category
                                                       PIC 9(02).
                       05  ED-Last-Updated             PIC 9(08).
                       05  ED-Updated-By               PIC X(08).
                       05                              PIC X(15).

               FD  PayLedgerFile.
                   01  PayLedgerRecord.
                       05  LG-Key.
                           10  LG-EmployeeNumber            PIC X(05).
                           10  LG-Period-Date               PIC 9(08).
                       05  LG-Gross                     PIC S9(7)V99.
                       05  LG-Withholding               PIC S9(7)V99.
                       05  LG-Soc-Sec                   PIC S9(7)V99.
                       05  LG-Medicare                  PIC S9(7)V99.
                       05  LG-State-Tax                 PIC S9(7)V99.
                       05  LG-Deductions                PIC S9(7)V99.
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

               FD  PeriodLockFile.
                   01  PeriodLockRecord.
                       05  PL-Period-Date                   PIC 9(08).
                       05  PL-Closed-Switch                 PIC X(01).
                           88  PL-Period-Closed             value "Y".
                           88  PL-Period-Open               value "N".
                       05  PL-Closed-By                     PIC X(08).
                       05  PL-Closed-Date                   PIC 9(08).

               FD  CompanyMasterFile.
                   01  CompanyMasterRecord.
                       05  CM-Company-Code                  PIC X(02).
                       05  CM-Legal-Name                    PIC X(30).
                       05  CM-EIN                           PIC 9(09).
                       05  CM-Funding-Routing               PIC 9(09).
                       05  CM-Funding-Account               PIC X(17).

               FD  Eeo1ReportFile
                   Record Contains 132 characters.
                   01  Eeo1PrintLine                       PIC X(132).

               SD  Eeo1SortFile.
                   01  Eeo1SortRecord.
                       05  SE-Section                       PIC X(01).
                           88  SE-Grid-Entry                value "1".
                           88  SE-Missing-Entry             value "2".
                       05  SE-Company                       PIC X(02).
                       05  SE-Territory                     PIC X(02).
                       05  SE-Office                        PIC X(02).
                       05  SE-EmployeeNumber                PIC X(05).
                       05  SE-EmployeeName                  PIC X(20).
                       05  SE-Job-Category                  PIC 9(02).
                       05  SE-Column                        PIC 9(02).
                       05  SE-Missing-Reason                PIC X(30).

           Working-Storage Section.
               COPY "Misc.cpy".
               COPY "RefTable.cpy".
              COPY "WS_Date.cpy" REPLACING LEADING ==Prefix== BY ==LK==.
               COPY "HeaderMain.cpy".
               COPY "EmployeeRecord.cpy".

               01  EeoDemog-Status                     PIC X(02).
               01  PayLedger-Status                    PIC X(02).
               01  PeriodLock-Status                   PIC X(02).
               01  CompMast-Status                     PIC X(02).
               01  Eeo1Rpt-Status                      PIC X(02).

               01  WS-Open-Switch   PIC X(01)   value "Y".
                   88  WS-Files-Ready                       value "Y".
                   88  WS-Open-Failed                        value "N".

               01  WS-EeoDemog-Switch   PIC X(01)   value "N".
                   88  WS-EeoDemog-Ready                    value "Y".
                   88  WS-EeoDemog-Not-Ready                value "N".
               01  WS-Ledger-Switch   PIC X(01)   value "N".
                   88  WS-Ledger-Ready                      value "Y".
                   88  WS-Ledger-Not-Ready                  value "N".
               01  WS-CompMast-Switch   PIC X(01)   value "N".
                   88  WS-CompMast-Ready                    value "Y".
                   88  WS-CompMast-Not-Ready                value "N".
               01  WS-Sort-Eof-Switch   PIC X(01)   value "N".
                   88  WS-Sort-Eof                          value "Y".
                   88  WS-Sort-Not-Eof                      value "N".
               01  WS-Include-Switch   PIC X(01)   value "N".
                   88  WS-Include-Employee                  value "Y".
                   88  WS-Skip-Employee                     value "N".
               01  WS-PerLock-Eof-Switch   PIC X(01)   value "N".
                   88  WS-PerLock-Eof                       value "Y".
                   88  WS-PerLock-Not-Eof                   value "N".

               01  WS-Command-Line-Param   PIC X(40)   value spaces.
               01  WS-Snapshot-Date   PIC 9(08)   value 0.
               01  WS-Snapshot-Date-R redefines WS-Snapshot-Date.
                   05  WS-Snapshot-Year                 PIC 9(04).
                   05  WS-Snapshot-Month                PIC 9(02).
                   05  WS-Snapshot-Day                  PIC 9(02).
               01  WS-Previous-Company   PIC X(02)   value spaces.
               01  WS-Previous-Estab.
                   05  WS-Previous-Territory            PIC X(02).
                   05  WS-Previous-Office               PIC X(02).
               01  WS-Row-Idx   PIC 9(02)   COMP value 0.
               01  WS-Cell-Idx   PIC 9(02)   COMP value 0.
               01  WS-Counted-Count   PIC 9(05)   COMP value 0.
               01  WS-Missing-Count   PIC 9(05)   COMP value 0.

      * Row 11 and cell 16 of each grid carry the totals.
               01  WS-Estab-Grid.
                   05  WS-Estab-Row OCCURS 11 TIMES.
                       10  WS-Estab-Cell   PIC 9(05) COMP
                                               OCCURS 16 TIMES.
               01  WS-Company-Grid.
                   05  WS-Company-Row OCCURS 11 TIMES.
                       10  WS-Company-Cell   PIC 9(05) COMP
                                               OCCURS 16 TIMES.
               01  WS-Print-Grid.
                   05  WS-Print-Row OCCURS 11 TIMES.
                       10  WS-Print-Cell   PIC 9(05) COMP
                                               OCCURS 16 TIMES.

               01  WS-Row-Label-Values.
                   05   PIC X(20)   value "01 Exec/Sr Officials".
                   05   PIC X(20)   value "02 First/Mid Mgrs".
                   05   PIC X(20)   value "03 Professionals".
                   05   PIC X(20)   value "04 Technicians".
                   05   PIC X(20)   value "05 Sales Workers".
                   05   PIC X(20)   value "06 Admin Support".
                   05   PIC X(20)   value "07 Craft Workers".
                   05   PIC X(20)   value "08 Operatives".
                   05   PIC X(20)   value "09 Laborers/Helpers".
                   05   PIC X(20)   value "10 Service Workers".
                   05   PIC X(20)   value "   Total".
               01  WS-Row-Labels redefines WS-Row-Label-Values.
                   05  WS-Row-Label   PIC X(20) OCCURS 11 TIMES.

               01  Eeo1Heading2.
               05   PIC X(17)   value spaces.
               05   PIC X(35)   value
                   "EEO-1 Component 1 Workforce Report".
               05   PIC X(03)   value spaces.
               05   PIC X(17)   value "Snapshot period: ".
                   05  EH2-Snapshot-Date   PIC 9(02)/9(02)/9(04).

               01  Eeo1CompanyLine.
               05   PIC X(09)   value "Company: ".
                   05  EC-Company                       PIC X(02).
               05   PIC X(02)   value spaces.
                   05  EC-Legal-Name                    PIC X(30).
               05   PIC X(02)   value spaces.
               05   PIC X(05)   value "EIN: ".
                   05  EC-EIN                           PIC 9(09).

               01  Eeo1EstabLine.
               05   PIC X(15)   value "Establishment: ".
                   05  EE-Territory                     PIC X(02).
               05   PIC X(01)   value "/".
                   05  EE-Office                        PIC X(02).
               05   PIC X(02)   value spaces.
                   05  EE-Description                   PIC X(20).

               01  Eeo1CompanyTotalLine.
               05   PIC X(40)   value
                   "Company total, all establishments".

               01  Eeo1ColumnHeadings1.
               05   PIC X(20)   value spaces.
               05   PIC X(14)   value "   Hisp   Hisp".
               05   PIC X(42)   value
                   "  White  Black  NHOPI  Asian   AIAN    2+ ".
               05   PIC X(42)   value
                   "  White  Black  NHOPI  Asian   AIAN    2+ ".
               05   PIC X(14)   value "   Decl  Total".

               01  Eeo1ColumnHeadings2.
               05   PIC X(20)   value "Job Category".
               05   PIC X(14)   value "   Male Female".
               05   PIC X(42)   value
                   "   Male   Male   Male   Male   Male   Male".
               05   PIC X(42)   value
                   " Female Female Female Female Female Female".
               05   PIC X(14)   value spaces.

               01  Eeo1GridLine.
                   05  EG-Row-Label                     PIC X(20).
                   05  EG-Cell   PIC ZZZZZZ9 OCCURS 16 TIMES.

               01  Eeo1MissingHeading.
               05   PIC X(45)   value
                   "Employees missing an EEO-1 job category".

               01  Eeo1MissingColumns.
               05   PIC X(10)   value "Emp Number".
               05   PIC X(02)   value spaces.
               05   PIC X(20)   value "Employee Name".
               05   PIC X(02)   value spaces.
               05   PIC X(04)   value "Co".
               05   PIC X(08)   value "Terr/Off".
               05   PIC X(02)   value spaces.
               05   PIC X(30)   value "Reason".

               01  Eeo1MissingLine.
                   05  EM-EmployeeNumber                PIC X(10).
               05   PIC X(02)   value spaces.
                   05  EM-EmployeeName                  PIC X(20).
               05   PIC X(02)   value spaces.
                   05  EM-Company                       PIC X(04).
                   05  EM-Territory                     PIC X(02).
               05   PIC X(01)   value "/".
                   05  EM-Office                        PIC X(02).
               05   PIC X(05)   value spaces.
                   05  EM-Reason                        PIC X(30).

               01  Eeo1CountLine.
               05   PIC X(20)   value "Employees counted: ".
                   05  EN-Counted-Count                 PIC ZZZZ9.
               05   PIC X(05)   value spaces.
               05   PIC X(35)   value
                   "Missing job category (not in grid):".
                   05  EN-Missing-Count                 PIC ZZZZ9.

       Procedure Division.
           Initilization.
               PERFORM 050-Select-Snapshot-Period
               PERFORM 600-FormatDate
               PERFORM 700-FormatTime
               PERFORM 100-Open-Files
               IF WS-Files-Ready
                   PERFORM 120-Find-Snapshot-Period
                   SORT Eeo1SortFile
                       ON ASCENDING KEY SE-Section
                                        SE-Company
                                        SE-Territory
                                        SE-Office
                                        SE-EmployeeNumber
                       INPUT PROCEDURE IS 240-Build-Sort-Input
                       OUTPUT PROCEDURE IS 250-Write-Eeo1-Grids
                   PERFORM 450-Write-Totals
               END-IF
               PERFORM 500-Close-Files.
               IF WS-Open-Failed
                   MOVE 16 TO RETURN-CODE
               ELSE
                   IF WS-Missing-Count > 0
                       MOVE 4 TO RETURN-CODE
                   END-IF
               END-IF
               STOP RUN.

           050-Select-Snapshot-Period.
               ACCEPT WS-Command-Line-Param FROM COMMAND-LINE
               IF WS-Command-Line-Param(1:8) IS NUMERIC
                   MOVE WS-Command-Line-Param(1:8) TO WS-Snapshot-Date
               END-IF.

           100-Open-Files.
               OPEN INPUT PayrollReport
                   CALL "Validations" USING File_Status, "EEO1RPT"
               OPEN OUTPUT Eeo1ReportFile
               CALL "Validations" USING Eeo1Rpt-Status, "EEO1RPT"
               IF File_Status NOT = "00" OR Eeo1Rpt-Status NOT = "00"
                   SET WS-Open-Failed TO TRUE
               END-IF
               OPEN INPUT EeoDemogFile
               IF EeoDemog-Status = "00"
                   SET WS-EeoDemog-Ready TO TRUE
               END-IF
               OPEN INPUT PayLedgerFile
               IF PayLedger-Status = "00"
                   SET WS-Ledger-Ready TO TRUE
               END-IF
               OPEN INPUT CompanyMasterFile
               IF CompMast-Status = "00"
                   SET WS-CompMast-Ready TO TRUE
               END-IF.

      *****************************************************************
      * With no period on the command line the snapshot is the last   *
      * period closed on PeriodLockFile, or today when none is.       *
      *****************************************************************
           120-Find-Snapshot-Period.
               IF WS-Snapshot-Date = 0
                   OPEN INPUT PeriodLockFile
                   IF PeriodLock-Status = "00"
                       SET WS-PerLock-Not-Eof TO TRUE
                       PERFORM 122-Read-Period-Lock
                       PERFORM 124-Check-Period-Lock
                           UNTIL WS-PerLock-Eof
                       CLOSE PeriodLockFile
                   END-IF
               END-IF
               IF WS-Snapshot-Date = 0
                   MOVE LK_Current_Date TO WS-Snapshot-Date
               END-IF
               MOVE WS-Snapshot-Month TO LK_Date_MDY_Month
               MOVE WS-Snapshot-Day TO LK_Date_MDY_Day
               MOVE WS-Snapshot-Year TO LK_Date_MDY_Year
               MOVE LK_Date_MDY_Numeric TO EH2-Snapshot-Date.

           122-Read-Period-Lock.
               READ PeriodLockFile NEXT RECORD
                   AT END
                       SET WS-PerLock-Eof TO TRUE
               END-READ.

           124-Check-Period-Lock.
               IF PL-Period-Closed
                   MOVE PL-Period-Date TO WS-Snapshot-Date
               END-IF
               PERFORM 122-Read-Period-Lock.

           200-Read-Records.
               READ PayrollReport NEXT RECORD
                   AT END
                       SET WS-Eof TO TRUE
                   NOT AT END
                       MOVE EmployeeRecord TO EmployeeRecords
               END-READ.

           240-Build-Sort-Input.
               PERFORM 200-Read-Records
               PERFORM 245-Release-One-Employee
                   UNTIL WS-Eof.

           245-Release-One-Employee.
               PERFORM 246-Check-Snapshot-Pay
               IF WS-Include-Employee
                   MOVE SPACES TO Eeo1SortRecord
                   MOVE CompanyCode TO SE-Company
                   MOVE TerritoryNumber TO SE-Territory
                   MOVE OfficeNumber TO SE-Office
                   MOVE EmployeeNumber TO SE-EmployeeNumber
                   MOVE EmployeeName TO SE-EmployeeName
                   MOVE 0 TO SE-Job-Category
                   MOVE 0 TO SE-Column
                   PERFORM 247-Classify-Employee
                   RELEASE Eeo1SortRecord
               END-IF
               PERFORM 200-Read-Records.

      * Paid in the snapshot period; a voided check does not count.
           246-Check-Snapshot-Pay.
               SET WS-Skip-Employee TO TRUE
               IF WS-Ledger-Ready
                   MOVE EmployeeNumber TO LG-EmployeeNumber
                   MOVE WS-Snapshot-Date TO LG-Period-Date
                   READ PayLedgerFile
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF NOT LG-Void-Reversal
                               SET WS-Include-Employee TO TRUE
                           END-IF
                   END-READ
               ELSE
                   IF Employee-Active OR Employee-Leave
                       SET WS-Include-Employee TO TRUE
                   END-IF
               END-IF.

           247-Classify-Employee.
               SET SE-Missing-Entry TO TRUE
               MOVE "No EEO record on file" TO SE-Missing-Reason
               IF WS-EeoDemog-Ready
                   MOVE EmployeeNumber TO ED-EmployeeNumber
                   READ EeoDemogFile
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF ED-Job-Category-Valid
                               SET SE-Grid-Entry TO TRUE
                               MOVE SPACES TO SE-Missing-Reason
                               MOVE ED-Job-Category-N
                                   TO SE-Job-Category
                               PERFORM 248-Find-Column
                           ELSE
                               MOVE "No job category"
                                   TO SE-Missing-Reason
                           END-IF
                   END-READ
               END-IF.

      *****************************************************************
      * Hispanic or Latino counts by sex alone; everyone else counts  *
      * by race within sex.  A declined sex or race/ethnicity goes to *
      * the Declined column.                                          *
      *****************************************************************
           248-Find-Column.
               MOVE 15 TO SE-Column
               IF ED-Sex-Male OR ED-Sex-Female
                   EVALUATE ED-Race-Ethnicity
                       WHEN "H"
                           MOVE 1 TO SE-Column
                       WHEN "W"
                           MOVE 3 TO SE-Column
                       WHEN "B"
                           MOVE 4 TO SE-Column
                       WHEN "P"
                           MOVE 5 TO SE-Column
                       WHEN "A"
                           MOVE 6 TO SE-Column
                       WHEN "I"
                           MOVE 7 TO SE-Column
                       WHEN "T"
                           MOVE 8 TO SE-Column
                   END-EVALUATE
                   IF ED-Sex-Female AND SE-Column < 15
                       IF ED-Race-Hispanic
                           ADD 1 TO SE-Column
                       ELSE
                           ADD 6 TO SE-Column
                       END-IF
                   END-IF
               END-IF.

           250-Write-Eeo1-Grids.
               SET WS-Sort-Not-Eof TO TRUE
               INITIALIZE WS-Estab-Grid WS-Company-Grid
               MOVE SPACES TO WS-Previous-Estab
               PERFORM 255-Return-One-Record
               PERFORM 260-Process-With-Breaks
                   UNTIL WS-Sort-Eof OR SE-Missing-Entry
               PERFORM 270-End-Estab-Break
               PERFORM 275-End-Company-Break
               IF NOT WS-Sort-Eof
                   PERFORM 310-Write-Missing-Heading
                   PERFORM 265-Write-Missing-Line
                       UNTIL WS-Sort-Eof
               END-IF.

           255-Return-One-Record.
               RETURN Eeo1SortFile
                   AT END
                       SET WS-Sort-Eof TO TRUE
               END-RETURN.

           260-Process-With-Breaks.
               IF WS-Previous-Company NOT = SPACES
                       AND SE-Company NOT = WS-Previous-Company
                   PERFORM 270-End-Estab-Break
                   PERFORM 275-End-Company-Break
               END-IF
               IF WS-Previous-Estab NOT = SPACES
                       AND (SE-Territory NOT = WS-Previous-Territory
                       OR SE-Office NOT = WS-Previous-Office)
                   PERFORM 270-End-Estab-Break
               END-IF
               IF WS-Previous-Company = SPACES
                   MOVE SE-Company TO WS-Previous-Company
                   PERFORM 285-Find-Company
               END-IF
               IF WS-Previous-Estab = SPACES
                   MOVE SE-Territory TO WS-Previous-Territory
                   MOVE SE-Office TO WS-Previous-Office
               END-IF
               PERFORM 262-Count-Employee
               PERFORM 255-Return-One-Record.

           262-Count-Employee.
               ADD 1 TO WS-Counted-Count
               MOVE SE-Job-Category TO WS-Row-Idx
               MOVE SE-Column TO WS-Cell-Idx
               ADD 1 TO WS-Estab-Cell (WS-Row-Idx WS-Cell-Idx)
               ADD 1 TO WS-Estab-Cell (WS-Row-Idx 16)
               ADD 1 TO WS-Estab-Cell (11 WS-Cell-Idx)
               ADD 1 TO WS-Estab-Cell (11 16)
               ADD 1 TO WS-Company-Cell (WS-Row-Idx WS-Cell-Idx)
               ADD 1 TO WS-Company-Cell (WS-Row-Idx 16)
               ADD 1 TO WS-Company-Cell (11 WS-Cell-Idx)
               ADD 1 TO WS-Company-Cell (11 16).

           265-Write-Missing-Line.
               ADD 1 TO WS-Missing-Count
               MOVE SE-EmployeeNumber TO EM-EmployeeNumber
               MOVE SE-EmployeeName TO EM-EmployeeName
               MOVE SE-Company TO EM-Company
               MOVE SE-Territory TO EM-Territory
               MOVE SE-Office TO EM-Office
               MOVE SE-Missing-Reason TO EM-Reason
               MOVE SPACES TO Eeo1PrintLine
               WRITE Eeo1PrintLine FROM Eeo1MissingLine
                   AFTER ADVANCING 1
               PERFORM 255-Return-One-Record.

           270-End-Estab-Break.
               IF WS-Previous-Estab NOT = SPACES
                   PERFORM 300-Write-Heading
                   MOVE WS-Previous-Territory TO EE-Territory
                   MOVE WS-Previous-Office TO EE-Office
                   PERFORM 287-Find-Establishment
                   MOVE SPACES TO Eeo1PrintLine
                   WRITE Eeo1PrintLine FROM Eeo1EstabLine
                       AFTER ADVANCING 1
                   MOVE WS-Estab-Grid TO WS-Print-Grid
                   PERFORM 290-Write-Grid
                   INITIALIZE WS-Estab-Grid
                   MOVE SPACES TO WS-Previous-Estab
               END-IF.

           275-End-Company-Break.
               IF WS-Previous-Company NOT = SPACES
                   PERFORM 300-Write-Heading
                   MOVE SPACES TO Eeo1PrintLine
                   WRITE Eeo1PrintLine FROM Eeo1CompanyTotalLine
                       AFTER ADVANCING 1
                   MOVE WS-Company-Grid TO WS-Print-Grid
                   PERFORM 290-Write-Grid
                   INITIALIZE WS-Company-Grid
                   MOVE SPACES TO WS-Previous-Company
               END-IF.

           285-Find-Company.
               MOVE 0 TO CM-EIN
               MOVE "*COMPANY NOT ON MASTER" TO CM-Legal-Name
               IF WS-CompMast-Ready
                   MOVE SE-Company TO CM-Company-Code
                   READ CompanyMasterFile
                       INVALID KEY
                           MOVE 0 TO CM-EIN
                           MOVE "*COMPANY NOT ON MASTER"
                               TO CM-Legal-Name
                   END-READ
               END-IF
               MOVE SE-Company TO EC-Company
               MOVE CM-Legal-Name TO EC-Legal-Name
               MOVE CM-EIN TO EC-EIN.

           287-Find-Establishment.
               MOVE "*NOT ON TERR/OFFICE" TO EE-Description
               SET RT-TerrOff-Table TO TRUE
               MOVE SPACES TO RT-Key
               MOVE WS-Previous-Territory TO RT-Key-Territory
               MOVE WS-Previous-Office TO RT-Key-Office
               CALL "RefTable" USING RefTableRequest
               IF RT-Found
                   MOVE RT-TO-Description TO EE-Description
               END-IF.

           290-Write-Grid.
               MOVE SPACES TO Eeo1PrintLine
               WRITE Eeo1PrintLine FROM Eeo1ColumnHeadings1
                   AFTER ADVANCING 2
               WRITE Eeo1PrintLine FROM Eeo1ColumnHeadings2
                   AFTER ADVANCING 1
               PERFORM 292-Write-Grid-Row
                   VARYING WS-Row-Idx FROM 1 BY 1
                   UNTIL WS-Row-Idx > 11.

           292-Write-Grid-Row.
               MOVE WS-Row-Label (WS-Row-Idx) TO EG-Row-Label
               PERFORM 294-Edit-Grid-Cell
                   VARYING WS-Cell-Idx FROM 1 BY 1
                   UNTIL WS-Cell-Idx > 16
               MOVE SPACES TO Eeo1PrintLine
               IF WS-Row-Idx = 11
                   WRITE Eeo1PrintLine FROM Eeo1GridLine
                       AFTER ADVANCING 2
               ELSE
                   WRITE Eeo1PrintLine FROM Eeo1GridLine
                       AFTER ADVANCING 1
               END-IF.

           294-Edit-Grid-Cell.
               MOVE WS-Print-Cell (WS-Row-Idx WS-Cell-Idx)
                   TO EG-Cell (WS-Cell-Idx).

           300-Write-Heading.
               MOVE SPACES TO Eeo1PrintLine
               WRITE Eeo1PrintLine FROM HeaderMain
                   AFTER ADVANCING PAGE
               WRITE Eeo1PrintLine FROM Eeo1Heading2 AFTER ADVANCING 1
               WRITE Eeo1PrintLine FROM HeaderMain3 AFTER ADVANCING 2
               WRITE Eeo1PrintLine FROM Eeo1CompanyLine
                   AFTER ADVANCING 2.

           310-Write-Missing-Heading.
               MOVE SPACES TO Eeo1PrintLine
               WRITE Eeo1PrintLine FROM HeaderMain
                   AFTER ADVANCING PAGE
               WRITE Eeo1PrintLine FROM Eeo1Heading2 AFTER ADVANCING 1
               WRITE Eeo1PrintLine FROM HeaderMain3 AFTER ADVANCING 2
               WRITE Eeo1PrintLine FROM Eeo1MissingHeading
                   AFTER ADVANCING 2
               WRITE Eeo1PrintLine FROM Eeo1MissingColumns
                   AFTER ADVANCING 2.

           450-Write-Totals.
               MOVE WS-Counted-Count TO EN-Counted-Count
               MOVE WS-Missing-Count TO EN-Missing-Count
               MOVE SPACES TO Eeo1PrintLine
               WRITE Eeo1PrintLine FROM Eeo1CountLine
                   AFTER ADVANCING 2.

           500-Close-Files.
               CLOSE PayrollReport
               CLOSE Eeo1ReportFile
               IF WS-EeoDemog-Ready
                   CLOSE EeoDemogFile
               END-IF
               IF WS-Ledger-Ready
                   CLOSE PayLedgerFile
               END-IF
               IF WS-CompMast-Ready
                   CLOSE CompanyMasterFile
               END-IF.

           600-FormatDate.
               CALL "DateFormat" USING LK_Current_Date
               MOVE LK_Current_Month TO LK_Date_MDY_Month
               MOVE LK_Current_Day TO LK_Date_MDY_Day
               MOVE LK_Current_Year TO LK_Date_MDY_Year
               MOVE LK_Date_MDY_Numeric TO HeaderDate.

           700-FormatTime.
               CALL "TimeFormats" USING LK_Current_Time
               MOVE LK_Current_Hours TO LK_Time_HMS_Hours
               MOVE LK_Current_Minute TO LK_Time_HMS_Minutes
               MOVE LK_Current_Second TO LK_Time_HMS_Seconds
               MOVE LK_Time_HMS_Numeric TO HeaderTime.

               End Program Eeo1Report.
