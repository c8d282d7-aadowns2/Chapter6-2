       Identification Division.
           Program-ID. MeritCycle.
               Author. Anthony Downs.
               Installation.
               Date-Written. October 15, 2026.
               Date-Compiled.
               Security.

      * Annual merit-increase cycle.  Three steps, chosen on the
      * command line:
      *   WORKSHEET  prints one worksheet per ManagerNumber listing
      *              each direct report's current salary, hire date
      *              and last increase (from RetroHistoryFile), with the
      *              manager's merit budget, and writes the proposal
      *              file the managers return with proposed salaries.
      *   REVIEW YYYYMMDD  edits the returned proposals.  Each
      *              manager's total increase is checked against the
      *              merit pool percentage for each report's
      *              territory/office on MeritPoolFile; a manager over
      *              budget has every proposal rejected.  Approved
      *              increases are staged on MeritApprovedFile with the
      *              cycle effective date.
      *   RELEASE    on or after the effective date, writes the staged
      *              increases to EmployeeTransFile for the next Update
      *              run of Chapter6-2, which sends them through the
      *              normal validation, approval-threshold and retro
      *              pay path dated from the effective date, and prints
      *              a salary-change notification letter for each
      *              employee.  Each transaction carries reason code
      *              MR so the increase is recorded as a merit change
      *              on the compensation history.
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

                   Select Optional RetroHistoryFile assign to RetroHist
                       File Status is RetroHist-Status
                       Organization is Indexed
                       Access Mode is Sequential
                       Record Key is RH-Sequence.

                   Select Optional EmployeeAddrFile assign to EmpAddr
                       File Status is EmpAddr-Status
                       Organization is Indexed
                       Access Mode is Dynamic
                       Record Key is AD-EmployeeNumber.

                   Select Optional MeritPoolFile assign to MeritPool
                       Organization is Line Sequential
                       File Status is MeritPool-Status.

                   Select MeritProposalFile assign to MeritProp
                       Organization is Line Sequential
                       File Status is MeritProp-Status.

                   Select MeritApprovedFile assign to MeritAppr
                       File Status is MeritAppr-Status
                       Organization is Indexed
                       Access Mode is Dynamic
                       Record Key is MA-EmployeeNumber.

                   Select EmployeeTransFile assign to EmpTrans
                       Organization is Line Sequential
                       File Status is EmpTrans-Status.

                   Select MeritReportFile assign to WS-Report-File-Name
                       Organization is Line Sequential
                       File Status is MeritRpt-Status.

                   Select MeritSortFile assign to MeritSort.

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

               FD  RetroHistoryFile.
                   01  RetroHistoryRecord.
                       05  RH-Sequence                      PIC 9(05).
                       05  RH-EmployeeNumber                PIC X(05).
                       05  RH-Old-Salary                PIC S9(7)V99.
                       05  RH-New-Salary                PIC S9(7)V99.
                       05  RH-From-Date                     PIC 9(08).
                       05  RH-Change-Date                   PIC 9(08).
                       05  RH-Paid-Switch                   PIC X(01).
                           88  RH-Paid                      value "Y".
                           88  RH-Unpaid                    value "N".

               FD  EmployeeAddrFile.
                   01  EmployeeAddrRecord.
                       05  AD-EmployeeNumber                PIC X(05).
                       05  AD-Street                        PIC X(30).
                       05  AD-City                          PIC X(20).
                       05  AD-State                         PIC X(02).
                       05  AD-Zip                           PIC X(10).

               FD  MeritPoolFile
                   Record Contains 8 characters.
                   01  MeritPoolRecord.
                       05  MP-Territory                     PIC X(02).
                       05  MP-Office                        PIC X(02).
                       05  MP-Pool-Percent                 PIC 9(02)V99.

               FD  MeritProposalFile
                   Record Contains 30 characters.
                   01  MeritProposalRecord.
                       05  PR-ManagerNumber                 PIC X(05).
                       05  PR-Report-Number                 PIC X(05).
                       05  PR-Current-Salary             PIC 9(07)V99.
                       05  PR-Proposed-Salary               PIC 9(07).
                       05                                   PIC X(04).

               FD  MeritApprovedFile.
                   01  MeritApprovedRecord.
                       05  MA-EmployeeNumber                PIC X(05).
                       05  MA-ManagerNumber                 PIC X(05).
                       05  MA-Old-Salary                PIC S9(7)V99.
                       05  MA-New-Salary                    PIC 9(07).
                       05  MA-Effective-Date                PIC 9(08).
                       05  MA-Status                        PIC X(01).
                           88  MA-Approved                  value "A".
                           88  MA-Released                  value "R".
                       05  MA-Approved-Date                 PIC 9(08).
                       05  MA-Released-Date                 PIC 9(08).

               FD  EmployeeTransFile
                   Record Contains 47 characters.
                   01  EmployeeTransRecord.
                       05  TX-EmployeeNumber               PIC X(05).
                       05  TX-EmployeeName                  PIC X(20).
                       05  TX-TerritoryNumber               PIC X(02).
                       05  TX-OfficeNumber                  PIC X(02).
                       05  TX-AnnualSalary                  PIC 9(07).
                       05  TX-EmployeeStatus                PIC X(01).
                       05  TX-Effective-Date                PIC 9(08).
                       05  TX-Reason-Code                   PIC X(02).

               FD  MeritReportFile
                   Record Contains 132 characters.
                   01  MeritPrintLine                      PIC X(132).

               SD  MeritSortFile.
                   01  MeritSortRecord.
                       05  MS-ManagerNumber                 PIC X(05).
                       05  MS-EmployeeNumber                PIC X(05).
                       05  MS-EmployeeName                  PIC X(20).
                       05  MS-TerritoryNumber               PIC X(02).
                       05  MS-OfficeNumber                  PIC X(02).
                       05  MS-Current-Salary            PIC S9(7)V99.
                       05  MS-Proposed-Salary               PIC 9(07).
                       05  MS-Hire-Date                     PIC 9(08).
                       05  MS-Budget                    PIC S9(7)V99.
                       05  MS-Error                         PIC X(30).

           Working-Storage Section.
               COPY "Misc.cpy".
              COPY "WS_Date.cpy" REPLACING LEADING ==Prefix== BY ==LK==.
               COPY "HeaderMain.cpy".
               COPY "EmployeeRecord.cpy".

               01  RetroHist-Status                    PIC X(02).
               01  EmpAddr-Status                      PIC X(02).
               01  MeritPool-Status                    PIC X(02).
               01  MeritProp-Status                    PIC X(02).
               01  MeritAppr-Status                    PIC X(02).
               01  EmpTrans-Status                     PIC X(02).
               01  MeritRpt-Status                     PIC X(02).

               01  WS-Open-Switch   PIC X(01)   value "Y".
                   88  WS-Files-Ready                       value "Y".
                   88  WS-Open-Failed                        value "N".

               01  WS-Run-Mode   PIC X(09)   value spaces.
                   88  WS-Worksheet-Run             value "WORKSHEET".
                   88  WS-Review-Run                    value "REVIEW".
                   88  WS-Release-Run                   value "RELEASE".
               01  WS-Addr-Switch   PIC X(01)   value "N".
                   88  WS-Addr-Ready                        value "Y".
                   88  WS-Addr-Not-Ready                    value "N".
               01  WS-Sort-Eof-Switch   PIC X(01)   value "N".
                   88  WS-Sort-Eof                          value "Y".
                   88  WS-Sort-Not-Eof                      value "N".
               01  WS-Scan-Switch   PIC X(01)   value "N".
                   88  WS-Scan-Eof                          value "Y".
                   88  WS-Scan-Not-Eof                      value "N".
               01  WS-Over-Budget-Switch   PIC X(01)   value "N".
                   88  WS-Over-Budget                       value "Y".
                   88  WS-Within-Budget                     value "N".

               01  WS-Command-Line-Param   PIC X(40)   value spaces.
               01  WS-Param-Date   PIC X(08)   value spaces.
               01  WS-Report-File-Name   PIC X(20)   value spaces.
               01  WS-Today   PIC 9(08)   value 0.
               01  WS-Effective-Date   PIC 9(08)   value 0.
               01  WS-Default-Pool-Percent   PIC 9(02)V99   value 3.00.
               01  WS-Pool-Percent   PIC 9(02)V99   value 0.
               01  WS-Previous-Manager   PIC X(05)   value spaces.
               01  WS-Manager-Name   PIC X(20)   value spaces.
               01  WS-Increase   PIC S9(7)V99 value 0.
               01  WS-Increase-Percent   PIC S9(3)V99 value 0.

               01  WS-Pool-Count   PIC 9(03)   COMP value 0.
               01  WS-Pool-Idx   PIC 9(03)   COMP value 0.
               01  WS-PoolTable.
                   05  WS-Pool-Entry OCCURS 200 TIMES.
                       10  WM-Territory                 PIC X(02).
                       10  WM-Office                    PIC X(02).
                       10  WM-Pool-Percent           PIC 9(02)V99.

               01  WS-Last-Count   PIC 9(05)   COMP value 0.
               01  WS-Last-Idx   PIC 9(05)   COMP value 0.
               01  WS-Find-Idx   PIC 9(05)   COMP value 0.
               01  WS-LastIncreaseTable.
                   05  WS-Last-Entry OCCURS 5000 TIMES.
                       10  WL-EmployeeNumber            PIC X(05).
                       10  WL-Change-Date               PIC 9(08).
                       10  WL-Old-Salary            PIC S9(7)V99.
                       10  WL-New-Salary            PIC S9(7)V99.

               01  WS-Group-Count   PIC 9(03)   COMP value 0.
               01  WS-Group-Idx   PIC 9(03)   COMP value 0.
               01  WS-GroupTable.
                   05  WS-Group-Entry OCCURS 300 TIMES.
                       10  WG-Sort-Record               PIC X(97).

               01  WS-Manager-Totals.
                   05  WS-Mgr-Count                 PIC 9(05)   COMP.
                   05  WS-Mgr-Salary                PIC S9(9)V99.
                   05  WS-Mgr-Budget                PIC S9(9)V99.
                   05  WS-Mgr-Increase              PIC S9(9)V99.
               01  WS-Run-Totals.
                   05  WS-Run-Employees             PIC 9(05)   COMP.
                   05  WS-Run-Managers              PIC 9(05)   COMP.
                   05  WS-Run-Approved              PIC 9(05)   COMP.
                   05  WS-Run-Rejected              PIC 9(05)   COMP.
                   05  WS-Run-Over-Budget           PIC 9(05)   COMP.
                   05  WS-Run-Released              PIC 9(05)   COMP.
                   05  WS-Run-Increase              PIC S9(9)V99.

               01  MeritHeading2.
               05   PIC X(17)   value spaces.
                   05  MH2-Title                        PIC X(30).
               05   PIC X(3)   value spaces.
               05   PIC X(16)   value "Effective Date: ".
               05  MH2-Effective-Date   PIC 9(04)/9(02)/9(02).

               01  MeritManagerLine.
               05   PIC X(09)   value "Manager: ".
                   05  MM-ManagerNumber                 PIC X(05).
               05   PIC X(2)   value spaces.
                   05  MM-Manager-Name                  PIC X(20).

               01  MeritWorksheetHeadings.
               05   PIC X(10)   value "Emp Number".
               05   PIC X(2)   value spaces.
               05   PIC X(20)   value "Employee Name".
               05   PIC X(2)   value spaces.
               05   PIC X(05)   value "Tr/Of".
               05   PIC X(2)   value spaces.
               05   PIC X(12)   value "  Cur Salary".
               05   PIC X(2)   value spaces.
               05   PIC X(10)   value "Hire Date".
               05   PIC X(2)   value spaces.
               05   PIC X(10)   value "Last Incr".
               05   PIC X(2)   value spaces.
               05   PIC X(07)   value " Last %".
               05   PIC X(2)   value spaces.
               05   PIC X(16)   value "Proposed Salary".

               01  MeritWorksheetLine.
                   05  MW-EmployeeNumber                PIC X(10).
               05   PIC X(2) value spaces.
                   05  MW-EmployeeName                  PIC X(20).
               05   PIC X(2) value spaces.
                   05  MW-TerritoryNumber               PIC X(02).
               05   PIC X(01) value "/".
                   05  MW-OfficeNumber                  PIC X(02).
               05   PIC X(2) value spaces.
               05  MW-Current-Salary   PIC $Z(6)9.99.
               05   PIC X(2) value spaces.
               05  MW-Hire-Date   PIC 9(04)/9(02)/9(02).
               05   PIC X(2) value spaces.
                   05  MW-Last-Date                     PIC X(10).
               05   PIC X(2) value spaces.
                   05  MW-Last-Percent                  PIC X(07).
               05   PIC X(2) value spaces.
               05   PIC X(16)   value "________________".

               01  MeritBudgetLine.
               05   PIC X(15)   value "Reports:       ".
                   05  MB-Count                         PIC ZZZZ9.
               05   PIC X(3)   value spaces.
               05   PIC X(14)   value "Total salary: ".
               05  MB-Salary   PIC $Z(8)9.99.
               05   PIC X(3)   value spaces.
               05   PIC X(14)   value "Merit budget: ".
               05  MB-Budget   PIC $Z(8)9.99.
               05   PIC X(3)   value spaces.
               05   PIC X(17)   value "Proposed raises: ".
               05  MB-Increase   PIC $Z(8)9.99-.

               01  MeritReviewHeadings.
               05   PIC X(10)   value "Emp Number".
               05   PIC X(2)   value spaces.
               05   PIC X(20)   value "Employee Name".
               05   PIC X(2)   value spaces.
               05   PIC X(12)   value "  Cur Salary".
               05   PIC X(2)   value spaces.
               05   PIC X(12)   value "  New Salary".
               05   PIC X(2)   value spaces.
               05   PIC X(07)   value "  Incr%".
               05   PIC X(2)   value spaces.
               05   PIC X(10)   value "Decision".
               05   PIC X(2)   value spaces.
               05   PIC X(30)   value "Reason".

               01  MeritReviewLine.
                   05  MR-EmployeeNumber                PIC X(10).
               05   PIC X(2) value spaces.
                   05  MR-EmployeeName                  PIC X(20).
               05   PIC X(2) value spaces.
               05  MR-Current-Salary   PIC $Z(6)9.99.
               05   PIC X(2) value spaces.
               05  MR-New-Salary   PIC $Z(6)9.99.
               05   PIC X(2) value spaces.
               05  MR-Increase-Percent   PIC ZZ9.99-.
               05   PIC X(2) value spaces.
                   05  MR-Decision                      PIC X(10).
               05   PIC X(2) value spaces.
                   05  MR-Reason                        PIC X(30).

               01  MeritTotalLine.
               05   PIC X(10)   value "Managers: ".
                   05  MT-Managers                      PIC ZZZZ9.
               05   PIC X(3)   value spaces.
               05   PIC X(13)   value "Over budget: ".
                   05  MT-Over-Budget                   PIC ZZZZ9.
               05   PIC X(3)   value spaces.
               05   PIC X(10)   value "Approved: ".
                   05  MT-Approved                      PIC ZZZZ9.
               05   PIC X(3)   value spaces.
               05   PIC X(10)   value "Rejected: ".
                   05  MT-Rejected                      PIC ZZZZ9.
               05   PIC X(3)   value spaces.
               05   PIC X(16)   value "Total increase: ".
               05  MT-Increase   PIC $Z(8)9.99-.

               01  LetterTitleLine.
               05   PIC X(17)   value spaces.
               05   PIC X(40)   value
                   "Notice of Salary Change".

               01  LetterAddressLine.
                   05  LT-EmployeeName                  PIC X(20).
               05   PIC X(02)   value spaces.
                   05  LT-Street                        PIC X(30).
               05   PIC X(01)   value spaces.
                   05  LT-City                          PIC X(20).
               05   PIC X(01)   value spaces.
                   05  LT-State                         PIC X(02).
               05   PIC X(01)   value spaces.
                   05  LT-Zip                           PIC X(10).

               01  LetterBodyLine1.
               05   PIC X(40)
                   value "We are pleased to confirm that, as part ".
               05   PIC X(40)
                   value "of this year's merit review, your annual".

               01  LetterBodyLine2.
               05   PIC X(21)   value "salary will change ".
               05   PIC X(05)   value "from ".
               05  LT-Old-Salary   PIC $Z(6)9.99.
               05   PIC X(04)   value " to ".
               05  LT-New-Salary   PIC $Z(6)9.99.
               05   PIC X(01)   value ",".
               05   PIC X(01)   value spaces.
               05   PIC X(01)   value "(".
               05  LT-Increase-Percent   PIC ZZ9.99.
               05   PIC X(03)   value "%) ".
               05   PIC X(18)   value "effective ".
               05  LT-Effective-Date   PIC 9(04)/9(02)/9(02).
               05   PIC X(01)   value ".".

               01  LetterBodyLine3.
               05   PIC X(44)
                   value "Employee number: ".
                   05  LT-EmployeeNumber                PIC X(05).

               01  LetterSignatureLine.
               05   PIC X(30)   value "Payroll Department, ".
               05   PIC X(102)   value spaces.

       Procedure Division.
           Initilization.
               PERFORM 050-Select-Run-Mode
               PERFORM 600-FormatDate
               PERFORM 700-FormatTime
               PERFORM 100-Open-Files
               IF WS-Files-Ready
                   PERFORM 110-Load-Merit-Pool
                   INITIALIZE WS-Run-Totals
                   EVALUATE TRUE
                       WHEN WS-Worksheet-Run
                           PERFORM 120-Load-Last-Increases
                           SORT MeritSortFile
                               ON ASCENDING KEY MS-ManagerNumber
                                                MS-EmployeeNumber
                               INPUT PROCEDURE IS 240-Release-Employees
                               OUTPUT PROCEDURE IS 250-Write-Worksheets
                       WHEN WS-Review-Run
                           PERFORM 300-Write-Heading
                           SORT MeritSortFile
                               ON ASCENDING KEY MS-ManagerNumber
                                                MS-EmployeeNumber
                               INPUT PROCEDURE IS 340-Release-Proposals
                               OUTPUT PROCEDURE IS 350-Review-Managers
                           PERFORM 450-Write-Totals
                       WHEN WS-Release-Run
                           PERFORM 400-Release-Increases
                   END-EVALUATE
               END-IF
               PERFORM 500-Close-Files.
               IF WS-Open-Failed
                   MOVE 16 TO RETURN-CODE
               ELSE
                   IF WS-Run-Over-Budget > 0 OR WS-Run-Rejected > 0
                       MOVE 4 TO RETURN-CODE
                   END-IF
               END-IF
               STOP RUN.

           050-Select-Run-Mode.
               ACCEPT WS-Command-Line-Param FROM COMMAND-LINE
               UNSTRING WS-Command-Line-Param
                   DELIMITED BY ALL " "
                   INTO WS-Run-Mode WS-Param-Date
               END-UNSTRING
               MOVE FUNCTION UPPER-CASE(WS-Run-Mode) TO WS-Run-Mode
               IF NOT WS-Review-Run AND NOT WS-Release-Run
                   SET WS-Worksheet-Run TO TRUE
               END-IF
               IF WS-Param-Date IS NUMERIC
                   MOVE WS-Param-Date TO WS-Effective-Date
               END-IF
               EVALUATE TRUE
                   WHEN WS-Worksheet-Run
                       MOVE "MeritWks" TO WS-Report-File-Name
                   WHEN WS-Review-Run
                       MOVE "MeritRev" TO WS-Report-File-Name
                   WHEN OTHER
                       MOVE "MeritLtr" TO WS-Report-File-Name
               END-EVALUATE.

           100-Open-Files.
               OPEN INPUT PayrollReport
                   CALL "Validations" USING File_Status, "MERITCYCLE"
               OPEN OUTPUT MeritReportFile
               CALL "Validations" USING MeritRpt-Status, "MERITCYCLE"
               IF File_Status NOT = "00"
                       OR MeritRpt-Status NOT = "00"
                   SET WS-Open-Failed TO TRUE
               END-IF
               EVALUATE TRUE
                   WHEN WS-Worksheet-Run
                       OPEN OUTPUT MeritProposalFile
                       CALL "Validations" USING MeritProp-Status,
                           "MERITCYCLE"
                   WHEN WS-Review-Run
                       OPEN INPUT MeritProposalFile
                       CALL "Validations" USING MeritProp-Status,
                           "MERITCYCLE"
                   WHEN OTHER
                       MOVE "00" TO MeritProp-Status
                       OPEN EXTEND EmployeeTransFile
                       IF EmpTrans-Status NOT = "00"
                           OPEN OUTPUT EmployeeTransFile
                       END-IF
                       CALL "Validations" USING EmpTrans-Status,
                           "MERITCYCLE"
                       IF EmpTrans-Status NOT = "00"
                           SET WS-Open-Failed TO TRUE
                       END-IF
                       OPEN INPUT EmployeeAddrFile
                       IF EmpAddr-Status = "00"
                           SET WS-Addr-Ready TO TRUE
                       END-IF
               END-EVALUATE
               IF MeritProp-Status NOT = "00"
                   SET WS-Open-Failed TO TRUE
               END-IF
               IF NOT WS-Worksheet-Run
                   OPEN I-O MeritApprovedFile
                   IF MeritAppr-Status = "35"
                       OPEN OUTPUT MeritApprovedFile
                       CLOSE MeritApprovedFile
                       OPEN I-O MeritApprovedFile
                   END-IF
                   CALL "Validations" USING MeritAppr-Status,
                       "MERITCYCLE"
                   IF MeritAppr-Status NOT = "00"
                       SET WS-Open-Failed TO TRUE
                   END-IF
               END-IF
               IF WS-Review-Run AND WS-Effective-Date = 0
                   DISPLAY "MERITCYCLE: REVIEW needs an effective "
                       "date (YYYYMMDD)"
                   SET WS-Open-Failed TO TRUE
               END-IF.

           110-Load-Merit-Pool.
               MOVE 0 TO WS-Pool-Count
               OPEN INPUT MeritPoolFile
               IF MeritPool-Status = "00"
                   PERFORM 113-Read-Pool-Record
                   PERFORM 114-Store-Pool-Record
                       UNTIL MeritPool-Status NOT = "00"
                   CLOSE MeritPoolFile
               END-IF.

           113-Read-Pool-Record.
               READ MeritPoolFile
                   AT END
                       MOVE "10" TO MeritPool-Status
               END-READ.

           114-Store-Pool-Record.
               IF WS-Pool-Count < 200
                   ADD 1 TO WS-Pool-Count
                   MOVE MP-Territory TO WM-Territory (WS-Pool-Count)
                   MOVE MP-Office TO WM-Office (WS-Pool-Count)
                   MOVE MP-Pool-Percent
                       TO WM-Pool-Percent (WS-Pool-Count)
               END-IF
               PERFORM 113-Read-Pool-Record.

           115-Find-Pool-Percent.
               MOVE WS-Default-Pool-Percent TO WS-Pool-Percent
               PERFORM 116-Check-One-Pool
                   VARYING WS-Pool-Idx FROM 1 BY 1
                   UNTIL WS-Pool-Idx > WS-Pool-Count.

           116-Check-One-Pool.
               IF WM-Territory (WS-Pool-Idx) = TerritoryNumber
                       AND WM-Office (WS-Pool-Idx) = OfficeNumber
                   MOVE WM-Pool-Percent (WS-Pool-Idx) TO WS-Pool-Percent
               END-IF.

           120-Load-Last-Increases.
               MOVE 0 TO WS-Last-Count
               OPEN INPUT RetroHistoryFile
               IF RetroHist-Status = "00"
                   SET WS-Scan-Not-Eof TO TRUE
                   PERFORM 123-Store-One-Increase
                       UNTIL WS-Scan-Eof
                   CLOSE RetroHistoryFile
               END-IF.

           123-Store-One-Increase.
               READ RetroHistoryFile NEXT RECORD
                   AT END
                       SET WS-Scan-Eof TO TRUE
                   NOT AT END
                       IF RH-New-Salary > RH-Old-Salary
                           MOVE RH-EmployeeNumber TO EmployeeNumber
                           PERFORM 125-Find-Last-Increase
                           IF WS-Last-Idx = 0 AND WS-Last-Count < 5000
                               ADD 1 TO WS-Last-Count
                               MOVE WS-Last-Count TO WS-Last-Idx
                               MOVE RH-EmployeeNumber
                                   TO WL-EmployeeNumber (WS-Last-Idx)
                           END-IF
                           IF WS-Last-Idx > 0
                               MOVE RH-Change-Date
                                   TO WL-Change-Date (WS-Last-Idx)
                               MOVE RH-Old-Salary
                                   TO WL-Old-Salary (WS-Last-Idx)
                               MOVE RH-New-Salary
                                   TO WL-New-Salary (WS-Last-Idx)
                           END-IF
                       END-IF
               END-READ.

           125-Find-Last-Increase.
               MOVE 0 TO WS-Last-Idx
               PERFORM 126-Check-One-Increase
                   VARYING WS-Find-Idx FROM 1 BY 1
                   UNTIL WS-Find-Idx > WS-Last-Count
                       OR WS-Last-Idx > 0.

           126-Check-One-Increase.
               IF WL-EmployeeNumber (WS-Find-Idx) = EmployeeNumber
                   MOVE WS-Find-Idx TO WS-Last-Idx
               END-IF.

           200-Read-Records.
               READ PayrollReport NEXT RECORD
                   AT END
                       SET WS-Eof TO TRUE
               END-READ.

      * Worksheet step.
           240-Release-Employees.
               PERFORM 200-Read-Records
               PERFORM 245-Release-One-Employee
                   UNTIL WS-Eof.

           245-Release-One-Employee.
               MOVE EmployeeRecord TO EmployeeRecords
               IF NOT Employee-Terminated
                   INITIALIZE MeritSortRecord
                   MOVE ManagerNumber TO MS-ManagerNumber
                   MOVE EmployeeNumber TO MS-EmployeeNumber
                   MOVE EmployeeName TO MS-EmployeeName
                   MOVE TerritoryNumber TO MS-TerritoryNumber
                   MOVE OfficeNumber TO MS-OfficeNumber
                   MOVE AnnualSalary TO MS-Current-Salary
                   MOVE HD-Date-Numeric TO MS-Hire-Date
                   PERFORM 115-Find-Pool-Percent
                   COMPUTE MS-Budget ROUNDED =
                       AnnualSalary * WS-Pool-Percent / 100
                   RELEASE MeritSortRecord
               END-IF
               PERFORM 200-Read-Records.

           250-Write-Worksheets.
               SET WS-Sort-Not-Eof TO TRUE
               MOVE SPACES TO WS-Previous-Manager
               INITIALIZE WS-Manager-Totals
               PERFORM 255-Return-One-Record
               PERFORM 260-Write-One-Worksheet-Line
                   UNTIL WS-Sort-Eof
               IF WS-Run-Managers > 0
                   PERFORM 265-Write-Worksheet-Footer
               END-IF.

           255-Return-One-Record.
               RETURN MeritSortFile
                   AT END
                       SET WS-Sort-Eof TO TRUE
               END-RETURN.

           260-Write-One-Worksheet-Line.
               IF MS-ManagerNumber NOT = WS-Previous-Manager
                       OR WS-Run-Managers = 0
                   IF WS-Run-Managers > 0
                       PERFORM 265-Write-Worksheet-Footer
                   END-IF
                   MOVE MS-ManagerNumber TO WS-Previous-Manager
                   ADD 1 TO WS-Run-Managers
                   MOVE "Merit Increase Worksheet" TO MH2-Title
                   PERFORM 310-Write-Manager-Heading
                   WRITE MeritPrintLine FROM MeritWorksheetHeadings
                       AFTER ADVANCING 2
               END-IF
               MOVE MS-EmployeeNumber TO MW-EmployeeNumber
               MOVE MS-EmployeeName TO MW-EmployeeName
               MOVE MS-TerritoryNumber TO MW-TerritoryNumber
               MOVE MS-OfficeNumber TO MW-OfficeNumber
               MOVE MS-Current-Salary TO MW-Current-Salary
               MOVE MS-Hire-Date TO MW-Hire-Date
               MOVE "NONE" TO MW-Last-Date
               MOVE SPACES TO MW-Last-Percent
               MOVE MS-EmployeeNumber TO EmployeeNumber
               PERFORM 125-Find-Last-Increase
               IF WS-Last-Idx > 0
                   STRING WL-Change-Date (WS-Last-Idx)(1:4) "/"
                          WL-Change-Date (WS-Last-Idx)(5:2) "/"
                          WL-Change-Date (WS-Last-Idx)(7:2)
                          DELIMITED BY SIZE
                       INTO MW-Last-Date
                   END-STRING
                   IF WL-Old-Salary (WS-Last-Idx) > 0
                       COMPUTE WS-Increase-Percent ROUNDED =
                           (WL-New-Salary (WS-Last-Idx)
                               - WL-Old-Salary (WS-Last-Idx)) * 100
                           / WL-Old-Salary (WS-Last-Idx)
                       MOVE WS-Increase-Percent TO MR-Increase-Percent
                       MOVE MR-Increase-Percent TO MW-Last-Percent
                   END-IF
               END-IF
               MOVE SPACES TO MeritPrintLine
               WRITE MeritPrintLine FROM MeritWorksheetLine
                   AFTER ADVANCING 1
               MOVE SPACES TO MeritProposalRecord
               MOVE MS-ManagerNumber TO PR-ManagerNumber
               MOVE MS-EmployeeNumber TO PR-Report-Number
               MOVE MS-Current-Salary TO PR-Current-Salary
               COMPUTE PR-Proposed-Salary ROUNDED = MS-Current-Salary
               WRITE MeritProposalRecord
               ADD 1 TO WS-Mgr-Count
               ADD MS-Current-Salary TO WS-Mgr-Salary
               ADD MS-Budget TO WS-Mgr-Budget
               PERFORM 255-Return-One-Record.

           265-Write-Worksheet-Footer.
               MOVE WS-Mgr-Count TO MB-Count
               MOVE WS-Mgr-Salary TO MB-Salary
               MOVE WS-Mgr-Budget TO MB-Budget
               MOVE 0 TO MB-Increase
               MOVE SPACES TO MeritPrintLine
               WRITE MeritPrintLine FROM MeritBudgetLine
                   AFTER ADVANCING 2
               INITIALIZE WS-Manager-Totals.

           300-Write-Heading.
               MOVE "Merit Proposal Review" TO MH2-Title
               MOVE WS-Effective-Date TO MH2-Effective-Date
               MOVE SPACES TO MeritPrintLine
               WRITE MeritPrintLine FROM HeaderMain
                   AFTER ADVANCING PAGE
               WRITE MeritPrintLine FROM MeritHeading2
                   AFTER ADVANCING 1
               WRITE MeritPrintLine FROM HeaderMain3
                   AFTER ADVANCING 2
               WRITE MeritPrintLine FROM MeritReviewHeadings
                   AFTER ADVANCING 2.

           310-Write-Manager-Heading.
               MOVE WS-Effective-Date TO MH2-Effective-Date
               MOVE MS-ManagerNumber TO MM-ManagerNumber
               MOVE "*NOT ON PAYROLL FILE" TO MM-Manager-Name
               MOVE MS-ManagerNumber TO PR-EmployeeNumber
               READ PayrollReport
                   INVALID KEY
                       IF MS-ManagerNumber = SPACES
                           MOVE "*NO MANAGER ASSIGNED"
                               TO MM-Manager-Name
                       END-IF
                   NOT INVALID KEY
                       MOVE PR-EmployeeName TO MM-Manager-Name
               END-READ
               MOVE SPACES TO MeritPrintLine
               WRITE MeritPrintLine FROM HeaderMain
                   AFTER ADVANCING PAGE
               WRITE MeritPrintLine FROM MeritHeading2
                   AFTER ADVANCING 1
               WRITE MeritPrintLine FROM HeaderMain3
                   AFTER ADVANCING 2
               WRITE MeritPrintLine FROM MeritManagerLine
                   AFTER ADVANCING 2.

      * Review step: proposals are grouped by manager so the whole
      * group can be approved or rejected against the merit budget.
           340-Release-Proposals.
               PERFORM 343-Read-Proposal
               PERFORM 345-Release-One-Proposal
                   UNTIL MeritProp-Status NOT = "00".

           343-Read-Proposal.
               READ MeritProposalFile
                   AT END
                       MOVE "10" TO MeritProp-Status
               END-READ.

           345-Release-One-Proposal.
               INITIALIZE MeritSortRecord
               MOVE PR-ManagerNumber TO MS-ManagerNumber
               MOVE PR-Report-Number TO MS-EmployeeNumber
               MOVE "*NOT ON PAYROLL FILE" TO MS-EmployeeName
               IF PR-Proposed-Salary IS NUMERIC
                   MOVE PR-Proposed-Salary TO MS-Proposed-Salary
               END-IF
               MOVE PR-Report-Number TO PR-EmployeeNumber
               READ PayrollReport
                   INVALID KEY
                       MOVE "Employee not on payroll file"
                           TO MS-Error
                   NOT INVALID KEY
                       MOVE EmployeeRecord TO EmployeeRecords
                       MOVE EmployeeName TO MS-EmployeeName
                       MOVE TerritoryNumber TO MS-TerritoryNumber
                       MOVE OfficeNumber TO MS-OfficeNumber
                       MOVE AnnualSalary TO MS-Current-Salary
                       PERFORM 115-Find-Pool-Percent
                       COMPUTE MS-Budget ROUNDED =
                           AnnualSalary * WS-Pool-Percent / 100
                       EVALUATE TRUE
                           WHEN ManagerNumber NOT = PR-ManagerNumber
                               MOVE "Not a report of this manager"
                                   TO MS-Error
                           WHEN Employee-Terminated
                               MOVE "Employee is terminated"
                                   TO MS-Error
                           WHEN PR-Proposed-Salary NOT NUMERIC
                               MOVE "Proposed salary not numeric"
                                   TO MS-Error
                           WHEN MS-Proposed-Salary < AnnualSalary
                               MOVE "Proposed salary is a decrease"
                                   TO MS-Error
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
               END-READ
               RELEASE MeritSortRecord
               PERFORM 343-Read-Proposal.

           350-Review-Managers.
               SET WS-Sort-Not-Eof TO TRUE
               MOVE 0 TO WS-Group-Count
               INITIALIZE WS-Manager-Totals
               PERFORM 255-Return-One-Record
               PERFORM 355-Collect-One-Proposal
                   UNTIL WS-Sort-Eof
               IF WS-Group-Count > 0
                   PERFORM 360-Decide-Manager
               END-IF.

           355-Collect-One-Proposal.
               IF WS-Group-Count > 0
                       AND MS-ManagerNumber NOT = WS-Previous-Manager
                   PERFORM 360-Decide-Manager
               END-IF
               MOVE MS-ManagerNumber TO WS-Previous-Manager
               IF WS-Group-Count < 300
                   ADD 1 TO WS-Group-Count
                   MOVE MeritSortRecord
                       TO WG-Sort-Record (WS-Group-Count)
               ELSE
                   DISPLAY "MERITCYCLE: more than 300 reports for "
                       MS-ManagerNumber " - " MS-EmployeeNumber
                       " not reviewed"
               END-IF
               IF MS-Error = SPACES
                   ADD 1 TO WS-Mgr-Count
                   ADD MS-Current-Salary TO WS-Mgr-Salary
                   ADD MS-Budget TO WS-Mgr-Budget
                   COMPUTE WS-Mgr-Increase = WS-Mgr-Increase
                       + MS-Proposed-Salary - MS-Current-Salary
               END-IF
               PERFORM 255-Return-One-Record.

           360-Decide-Manager.
               ADD 1 TO WS-Run-Managers
               IF WS-Mgr-Increase > WS-Mgr-Budget
                   SET WS-Over-Budget TO TRUE
                   ADD 1 TO WS-Run-Over-Budget
               ELSE
                   SET WS-Within-Budget TO TRUE
               END-IF
               MOVE WG-Sort-Record (1) TO MeritSortRecord
               MOVE MS-ManagerNumber TO MM-ManagerNumber
               MOVE "*NOT ON PAYROLL FILE" TO MM-Manager-Name
               MOVE MS-ManagerNumber TO PR-EmployeeNumber
               READ PayrollReport
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE PR-EmployeeName TO MM-Manager-Name
               END-READ
               MOVE SPACES TO MeritPrintLine
               WRITE MeritPrintLine FROM MeritManagerLine
                   AFTER ADVANCING 2
               PERFORM 365-Decide-One-Proposal
                   VARYING WS-Group-Idx FROM 1 BY 1
                   UNTIL WS-Group-Idx > WS-Group-Count
               MOVE WS-Mgr-Count TO MB-Count
               MOVE WS-Mgr-Salary TO MB-Salary
               MOVE WS-Mgr-Budget TO MB-Budget
               MOVE WS-Mgr-Increase TO MB-Increase
               MOVE SPACES TO MeritPrintLine
               WRITE MeritPrintLine FROM MeritBudgetLine
                   AFTER ADVANCING 1
               MOVE 0 TO WS-Group-Count
               INITIALIZE WS-Manager-Totals.

           365-Decide-One-Proposal.
               MOVE WG-Sort-Record (WS-Group-Idx) TO MeritSortRecord
               ADD 1 TO WS-Run-Employees
               MOVE MS-EmployeeNumber TO MR-EmployeeNumber
               MOVE MS-EmployeeName TO MR-EmployeeName
               MOVE MS-Current-Salary TO MR-Current-Salary
               MOVE MS-Proposed-Salary TO MR-New-Salary
               MOVE 0 TO WS-Increase-Percent
               IF MS-Current-Salary > 0
                   COMPUTE WS-Increase-Percent ROUNDED =
                       (MS-Proposed-Salary - MS-Current-Salary) * 100
                           / MS-Current-Salary
               END-IF
               MOVE WS-Increase-Percent TO MR-Increase-Percent
               MOVE MS-Error TO MR-Reason
               EVALUATE TRUE
                   WHEN MS-Error NOT = SPACES
                       MOVE "REJECTED" TO MR-Decision
                       ADD 1 TO WS-Run-Rejected
                   WHEN WS-Over-Budget
                       MOVE "REJECTED" TO MR-Decision
                       MOVE "Manager over merit budget" TO MR-Reason
                       ADD 1 TO WS-Run-Rejected
                   WHEN MS-Proposed-Salary = MS-Current-Salary
                       MOVE "NO CHANGE" TO MR-Decision
                   WHEN OTHER
                       MOVE "APPROVED" TO MR-Decision
                       PERFORM 370-Stage-Increase
               END-EVALUATE
               MOVE SPACES TO MeritPrintLine
               WRITE MeritPrintLine FROM MeritReviewLine
                   AFTER ADVANCING 1.

           370-Stage-Increase.
               MOVE MS-EmployeeNumber TO MA-EmployeeNumber
               MOVE MS-ManagerNumber TO MA-ManagerNumber
               MOVE MS-Current-Salary TO MA-Old-Salary
               MOVE MS-Proposed-Salary TO MA-New-Salary
               MOVE WS-Effective-Date TO MA-Effective-Date
               SET MA-Approved TO TRUE
               MOVE WS-Today TO MA-Approved-Date
               MOVE 0 TO MA-Released-Date
               WRITE MeritApprovedRecord
                   INVALID KEY
                       REWRITE MeritApprovedRecord
                           INVALID KEY
                               CONTINUE
                       END-REWRITE
               END-WRITE
               ADD 1 TO WS-Run-Approved
               COMPUTE WS-Run-Increase = WS-Run-Increase
                   + MS-Proposed-Salary - MS-Current-Salary.

      * Release step: staged increases whose effective date has come
      * go to the Update-mode transaction file, each with a letter.
           400-Release-Increases.
               SET WS-Scan-Not-Eof TO TRUE
               MOVE LOW-VALUES TO MA-EmployeeNumber
               START MeritApprovedFile
                       KEY IS GREATER THAN OR EQUAL MA-EmployeeNumber
                   INVALID KEY
                       SET WS-Scan-Eof TO TRUE
               END-START
               PERFORM 410-Release-One-Increase
                   UNTIL WS-Scan-Eof
               DISPLAY "MERITCYCLE: increases released "
                   WS-Run-Released.

           410-Release-One-Increase.
               READ MeritApprovedFile NEXT RECORD
                   AT END
                       SET WS-Scan-Eof TO TRUE
                   NOT AT END
                       IF MA-Approved
                               AND MA-Effective-Date <= WS-Today
                           PERFORM 420-Write-Transaction
                           PERFORM 430-Write-Letter
                           SET MA-Released TO TRUE
                           MOVE WS-Today TO MA-Released-Date
                           REWRITE MeritApprovedRecord
                               INVALID KEY
                                   CONTINUE
                           END-REWRITE
                           ADD 1 TO WS-Run-Released
                       END-IF
               END-READ.

           420-Write-Transaction.
               MOVE SPACES TO EmployeeTransRecord
               MOVE MA-EmployeeNumber TO TX-EmployeeNumber
               MOVE MA-New-Salary TO TX-AnnualSalary
               MOVE MA-Effective-Date TO TX-Effective-Date
               MOVE "MR" TO TX-Reason-Code
               WRITE EmployeeTransRecord.

           430-Write-Letter.
               INITIALIZE EmployeeRecords
               MOVE MA-EmployeeNumber TO PR-EmployeeNumber
               READ PayrollReport
                   INVALID KEY
                       MOVE MA-EmployeeNumber TO EmployeeNumber
                   NOT INVALID KEY
                       MOVE EmployeeRecord TO EmployeeRecords
               END-READ
               MOVE SPACES TO MeritPrintLine
               WRITE MeritPrintLine FROM HeaderMain
                   AFTER ADVANCING PAGE
               WRITE MeritPrintLine FROM LetterTitleLine
                   AFTER ADVANCING 1
               WRITE MeritPrintLine FROM HeaderMain3
                   AFTER ADVANCING 2
               MOVE EmployeeName TO LT-EmployeeName
               MOVE SPACES TO LT-Street LT-City LT-State LT-Zip
               IF WS-Addr-Ready
                   MOVE MA-EmployeeNumber TO AD-EmployeeNumber
                   READ EmployeeAddrFile
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE AD-Street TO LT-Street
                           MOVE AD-City TO LT-City
                           MOVE AD-State TO LT-State
                           MOVE AD-Zip TO LT-Zip
                   END-READ
               END-IF
               MOVE SPACES TO MeritPrintLine
               WRITE MeritPrintLine FROM LetterAddressLine
                   AFTER ADVANCING 2
               MOVE SPACES TO MeritPrintLine
               WRITE MeritPrintLine FROM LetterBodyLine1
                   AFTER ADVANCING 2
               MOVE MA-Old-Salary TO LT-Old-Salary
               MOVE MA-New-Salary TO LT-New-Salary
               MOVE 0 TO WS-Increase-Percent
               IF MA-Old-Salary > 0
                   COMPUTE WS-Increase-Percent ROUNDED =
                       (MA-New-Salary - MA-Old-Salary) * 100
                           / MA-Old-Salary
               END-IF
               MOVE WS-Increase-Percent TO LT-Increase-Percent
               MOVE MA-Effective-Date TO LT-Effective-Date
               MOVE SPACES TO MeritPrintLine
               WRITE MeritPrintLine FROM LetterBodyLine2
                   AFTER ADVANCING 1
               MOVE MA-EmployeeNumber TO LT-EmployeeNumber
               MOVE SPACES TO MeritPrintLine
               WRITE MeritPrintLine FROM LetterBodyLine3
                   AFTER ADVANCING 2
               MOVE HeaderCompanyName
                   TO LetterSignatureLine (22:30)
               MOVE SPACES TO MeritPrintLine
               WRITE MeritPrintLine FROM LetterSignatureLine
                   AFTER ADVANCING 2.

           450-Write-Totals.
               MOVE WS-Run-Managers TO MT-Managers
               MOVE WS-Run-Over-Budget TO MT-Over-Budget
               MOVE WS-Run-Approved TO MT-Approved
               MOVE WS-Run-Rejected TO MT-Rejected
               MOVE WS-Run-Increase TO MT-Increase
               MOVE SPACES TO MeritPrintLine
               WRITE MeritPrintLine FROM MeritTotalLine
                   AFTER ADVANCING 2.

           500-Close-Files.
               CLOSE PayrollReport
               CLOSE MeritReportFile
               EVALUATE TRUE
                   WHEN WS-Worksheet-Run
                       CLOSE MeritProposalFile
                   WHEN WS-Review-Run
                       CLOSE MeritProposalFile
                       CLOSE MeritApprovedFile
                   WHEN OTHER
                       CLOSE MeritApprovedFile
                       CLOSE EmployeeTransFile
                       IF WS-Addr-Ready
                           CLOSE EmployeeAddrFile
                       END-IF
               END-EVALUATE.

           600-FormatDate.
               CALL "DateFormat" USING LK_Current_Date
               MOVE LK_Current_Date TO WS-Today
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

               End Program MeritCycle.
