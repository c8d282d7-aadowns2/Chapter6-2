       Identification Division.
           Program-ID. CompChangeReport.
               Author. Anthony Downs.
               Installation.
               Date-Written. October 15, 2026.
               Date-Compiled.
               Security. Restricted to Human Resources.

      * Compensation changes by reason.  Every CompHistoryFile entry
      * whose effective date falls in the requested range is listed
      * under its reason code (hire, merit, promotion, market
      * adjustment, demotion, transfer, termination, leave), in
      * effective-date order, with the old and new salary, the amount
      * and percent of the change, and the old and new status,
      * territory/office and manager, and who made the change.  Each
      * reason ends with a count and the total salary change; the last
      * page totals every reason.  The list is built by sorting on the
      * reason and taking a control break on the way back out, as
      * I9Tickler does.
      *
      * Command line:
      *     columns 1-8     from effective date YYYYMMDD
      *                     (default January 1 of this year)
      *     columns 10-17   to effective date YYYYMMDD (default today)
      *     columns 19-20   one reason code only (default all)
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

                   Select Optional CompHistoryFile assign to CompHist
                       File Status is CompHist-Status
                       Organization is Indexed
                       Access Mode is Dynamic
                       Record Key is CH-Key.

                   Select CompChangeReportFile assign to CompChgRpt
                       Organization is Line Sequential
                       File Status is CompRpt-Status.

                   Select CompSortFile assign to CompSort.

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

               FD  CompHistoryFile.
                   01  CompHistoryRecord.
                       05  CH-Key.
                           10  CH-EmployeeNumber            PIC X(05).
                           10  CH-Sequence                  PIC 9(05).
                       05  CH-Effective-Date                PIC 9(08).
                       05  CH-Entry-Date                    PIC 9(08).
                       05  CH-Reason-Code                   PIC X(02).
                       05  CH-Old-Salary                PIC S9(7)V99.
                       05  CH-New-Salary                PIC S9(7)V99.
                       05  CH-Old-Status                    PIC X(01).
                       05  CH-New-Status                    PIC X(01).
                       05  CH-Old-Territory                 PIC X(02).
                       05  CH-Old-Office                    PIC X(02).
                       05  CH-New-Territory                 PIC X(02).
                       05  CH-New-Office                    PIC X(02).
                       05  CH-Old-Manager                   PIC X(05).
                       05  CH-New-Manager                   PIC X(05).
                       05  CH-Source                        PIC X(06).
                       05  CH-Operator                      PIC X(08).

               FD  CompChangeReportFile
                   Record Contains 132 characters.
                   01  CompPrintLine                       PIC X(132).

               SD  CompSortFile.
                   01  CompSortRecord.
                       05  SC-Reason-Code                   PIC X(02).
                       05  SC-Effective-Date                PIC 9(08).
                       05  SC-EmployeeNumber                PIC X(05).
                       05  SC-Sequence                      PIC 9(05).
                       05  SC-History                       PIC X(80).

           Working-Storage Section.
               COPY "Misc.cpy".
              COPY "WS_Date.cpy" REPLACING LEADING ==Prefix== BY ==LK==.
               COPY "HeaderMain.cpy".
               COPY "EmployeeRecord.cpy".

               01  CompHist-Status                      PIC X(02).
               01  CompRpt-Status                       PIC X(02).

               01  WS-Open-Switch   PIC X(01)   value "Y".
                   88  WS-Files-Ready                       value "Y".
                   88  WS-Open-Failed                        value "N".

               01  WS-CompHist-Switch   PIC X(01)   value "N".
                   88  WS-CompHist-Ready                     value "Y".
                   88  WS-CompHist-Not-Ready                 value "N".

               01  WS-Sort-Eof-Switch   PIC X(01)   value "N".
                   88  WS-Sort-Eof                          value "Y".
                   88  WS-Sort-Not-Eof                      value "N".

               01  WS-Command-Line-Param   PIC X(40)   value spaces.
               01  WS-Today   PIC 9(08)   value 0.
               01  WS-From-Date   PIC 9(08)   value 0.
               01  WS-To-Date   PIC 9(08)   value 0.
               01  WS-Reason-Filter   PIC X(02)   value spaces.

               01  WS-Previous-Reason   PIC X(02)   value spaces.
               01  WS-Reason-Count   PIC 9(05)   COMP value 0.
               01  WS-Reason-Change   PIC S9(9)V99 value 0.
               01  WS-Listed-Count   PIC 9(05)   COMP value 0.
               01  WS-Total-Change   PIC S9(9)V99 value 0.
               01  WS-Salary-Change   PIC S9(7)V99 value 0.
               01  WS-Change-Percent   PIC S9(5)V9 value 0.

               01  WS-Reason-Table-Values.
                   05   PIC X(22)   value "HIHire".
                   05   PIC X(22)   value "MRMerit increase".
                   05   PIC X(22)   value "PRPromotion".
                   05   PIC X(22)   value "MAMarket adjustment".
                   05   PIC X(22)   value "DMDemotion".
                   05   PIC X(22)   value "TRTransfer".
                   05   PIC X(22)   value "TMTermination".
                   05   PIC X(22)   value "LVLeave of absence".
               01  WS-Reason-Table redefines WS-Reason-Table-Values.
                   05  WS-Reason-Entry OCCURS 8 TIMES.
                       10  WS-Tbl-Reason-Code           PIC X(02).
                       10  WS-Tbl-Reason-Name           PIC X(20).
               01  WS-Reason-Idx   PIC 9(02)   COMP value 0.
               01  WS-Reason-Name   PIC X(20)   value spaces.

               01  CompHeading2.
               05   PIC X(17)   value spaces.
               05   PIC X(36)   value
                   "Compensation Changes by Reason from".
               05  CP-From-Date   PIC 9(4)/99/99.
               05   PIC X(04)   value " to ".
               05  CP-To-Date   PIC 9(4)/99/99.

               01  CompReasonLine.
               05   PIC X(08)   value "Reason: ".
                   05  CR-Reason-Code                      PIC X(02).
               05   PIC X(02)   value spaces.
                   05  CR-Reason-Name                      PIC X(20).

               01  CompColumnHeadings.
               05   PIC X(04)   value spaces.
               05   PIC X(12)   value "Effective".
               05   PIC X(07)   value "Emp No".
               05   PIC X(21)   value "Employee Name".
               05   PIC X(12)   value "  Old Salary".
               05   PIC X(12)   value "  New Salary".
               05   PIC X(12)   value "     Change".
               05   PIC X(08)   value "    Pct".
               05   PIC X(06)   value "Stat".
               05   PIC X(11)   value "Terr/Off".
               05   PIC X(13)   value "Manager".
               05   PIC X(08)   value "By".

               01  CompDetailLine.
               05   PIC X(04)   value spaces.
                   05  CD-Effective-Date                PIC 9(4)/99/99.
               05   PIC X(02)   value spaces.
                   05  CD-EmployeeNumber                   PIC X(05).
               05   PIC X(02)   value spaces.
                   05  CD-EmployeeName                     PIC X(20).
               05   PIC X(01)   value spaces.
                   05  CD-Old-Salary                    PIC Z(6)9.99.
               05   PIC X(02)   value spaces.
                   05  CD-New-Salary                    PIC Z(6)9.99.
               05   PIC X(01)   value spaces.
                   05  CD-Salary-Change                 PIC Z(6)9.99-.
               05   PIC X(01)   value spaces.
                   05  CD-Change-Percent                PIC ZZZ9.9-.
               05   PIC X(01)   value spaces.
                   05  CD-Old-Status                       PIC X(01).
               05   PIC X(01)   value "/".
                   05  CD-New-Status                       PIC X(01).
               05   PIC X(03)   value spaces.
                   05  CD-Old-Territory                    PIC X(02).
                   05  CD-Old-Office                       PIC X(02).
               05   PIC X(01)   value "/".
                   05  CD-New-Territory                    PIC X(02).
                   05  CD-New-Office                       PIC X(02).
               05   PIC X(02)   value spaces.
                   05  CD-Old-Manager                      PIC X(05).
               05   PIC X(01)   value "/".
                   05  CD-New-Manager                      PIC X(05).
               05   PIC X(02)   value spaces.
                   05  CD-Operator                         PIC X(08).

               01  CompReasonTotalLine.
               05   PIC X(04)   value spaces.
               05   PIC X(09)   value "Changes: ".
                   05  CT-Reason-Count                     PIC ZZZZ9.
               05   PIC X(04)   value spaces.
               05   PIC X(21)   value "Total salary change: ".
                   05  CT-Reason-Change                 PIC $Z(8)9.99-.

               01  CompTotalLine.
               05   PIC X(15)   value "All reasons -  ".
               05   PIC X(09)   value "Changes: ".
                   05  CG-Listed-Count                     PIC ZZZZ9.
               05   PIC X(04)   value spaces.
               05   PIC X(21)   value "Total salary change: ".
                   05  CG-Total-Change                  PIC $Z(8)9.99-.

               01  CompNoneLine.
               05   PIC X(48)   value
                   "No compensation changes in the requested range.".

       Procedure Division.
           Initilization.
               PERFORM 600-FormatDate
               PERFORM 700-FormatTime
               PERFORM 050-Select-Run-Options
               PERFORM 100-Open-Files
               IF WS-Files-Ready
                   SORT CompSortFile
                       ON ASCENDING KEY SC-Reason-Code
                       ON ASCENDING KEY SC-Effective-Date
                       ON ASCENDING KEY SC-EmployeeNumber
                       ON ASCENDING KEY SC-Sequence
                       INPUT PROCEDURE IS 240-Build-Sort-Input
                       OUTPUT PROCEDURE IS 250-Produce-Report
               END-IF
               PERFORM 500-Close-Files.
               IF WS-Open-Failed
                   MOVE 16 TO RETURN-CODE
               END-IF
               STOP RUN.

           050-Select-Run-Options.
               ACCEPT WS-Command-Line-Param FROM COMMAND-LINE
               COMPUTE WS-From-Date = (WS-Today / 10000) * 10000 + 101
               MOVE WS-Today TO WS-To-Date
               IF WS-Command-Line-Param(1:8) IS NUMERIC
                   MOVE WS-Command-Line-Param(1:8) TO WS-From-Date
               END-IF
               IF WS-Command-Line-Param(10:8) IS NUMERIC
                   MOVE WS-Command-Line-Param(10:8) TO WS-To-Date
               END-IF
               MOVE FUNCTION UPPER-CASE(WS-Command-Line-Param(19:2))
                   TO WS-Reason-Filter
               MOVE WS-From-Date TO CP-From-Date
               MOVE WS-To-Date TO CP-To-Date
               DISPLAY "COMPCHGRPT: effective " WS-From-Date
                   " through " WS-To-Date.

           100-Open-Files.
               OPEN INPUT PayrollReport
                   CALL "Validations" USING File_Status, "COMPCHGRPT"
               OPEN OUTPUT CompChangeReportFile
               CALL "Validations" USING CompRpt-Status, "COMPCHGRPT"
               IF File_Status NOT = "00" OR CompRpt-Status NOT = "00"
                   SET WS-Open-Failed TO TRUE
               END-IF
               OPEN INPUT CompHistoryFile
               IF CompHist-Status = "00"
                   SET WS-CompHist-Ready TO TRUE
               END-IF.

           200-Read-History.
               READ CompHistoryFile NEXT RECORD
                   AT END
                       SET WS-Eof TO TRUE
               END-READ.

      *****************************************************************
      * Only changes effective inside the range, and for the one      *
      * reason when a reason was asked for, go to the sort.           *
      *****************************************************************
           240-Build-Sort-Input.
               IF WS-CompHist-Ready
                   PERFORM 200-Read-History
                   PERFORM 245-Release-One-Change
                       UNTIL WS-Eof
               END-IF.

           245-Release-One-Change.
               IF CH-Effective-Date NOT < WS-From-Date
                       AND CH-Effective-Date NOT > WS-To-Date
                   IF WS-Reason-Filter = SPACES
                           OR WS-Reason-Filter = CH-Reason-Code
                       MOVE CH-Reason-Code TO SC-Reason-Code
                       MOVE CH-Effective-Date TO SC-Effective-Date
                       MOVE CH-EmployeeNumber TO SC-EmployeeNumber
                       MOVE CH-Sequence TO SC-Sequence
                       MOVE CompHistoryRecord TO SC-History
                       RELEASE CompSortRecord
                   END-IF
               END-IF
               PERFORM 200-Read-History.

           250-Produce-Report.
               PERFORM 300-Write-Heading
               SET WS-Sort-Not-Eof TO TRUE
               PERFORM 255-Return-One-Record
               PERFORM 260-List-With-Break
                   UNTIL WS-Sort-Eof
               PERFORM 265-End-Reason-Break
               PERFORM 290-Write-Totals.

           255-Return-One-Record.
               RETURN CompSortFile
                   AT END
                       SET WS-Sort-Eof TO TRUE
               END-RETURN.

           260-List-With-Break.
               IF WS-Reason-Count > 0
                       AND SC-Reason-Code NOT = WS-Previous-Reason
                   PERFORM 265-End-Reason-Break
               END-IF
               IF WS-Reason-Count = 0
                   PERFORM 270-Start-Reason
               END-IF
               MOVE SC-History TO CompHistoryRecord
               COMPUTE WS-Salary-Change = CH-New-Salary - CH-Old-Salary
               MOVE 0 TO WS-Change-Percent
               IF CH-Old-Salary NOT = 0
                   COMPUTE WS-Change-Percent ROUNDED =
                       WS-Salary-Change * 100 / CH-Old-Salary
               END-IF
               MOVE CH-Effective-Date TO CD-Effective-Date
               MOVE CH-EmployeeNumber TO CD-EmployeeNumber
               MOVE CH-EmployeeNumber TO PR-EmployeeNumber
               READ PayrollReport
                   INVALID KEY
                       MOVE "(not on master)" TO CD-EmployeeName
                   NOT INVALID KEY
                       MOVE PR-EmployeeName TO CD-EmployeeName
               END-READ
               MOVE CH-Old-Salary TO CD-Old-Salary
               MOVE CH-New-Salary TO CD-New-Salary
               MOVE WS-Salary-Change TO CD-Salary-Change
               MOVE WS-Change-Percent TO CD-Change-Percent
               MOVE CH-Old-Status TO CD-Old-Status
               MOVE CH-New-Status TO CD-New-Status
               MOVE CH-Old-Territory TO CD-Old-Territory
               MOVE CH-Old-Office TO CD-Old-Office
               MOVE CH-New-Territory TO CD-New-Territory
               MOVE CH-New-Office TO CD-New-Office
               MOVE CH-Old-Manager TO CD-Old-Manager
               MOVE CH-New-Manager TO CD-New-Manager
               MOVE CH-Operator TO CD-Operator
               MOVE SPACES TO CompPrintLine
               WRITE CompPrintLine FROM CompDetailLine
                   AFTER ADVANCING 1
               ADD 1 TO WS-Reason-Count
               ADD 1 TO WS-Listed-Count
               ADD WS-Salary-Change TO WS-Reason-Change
               ADD WS-Salary-Change TO WS-Total-Change
               MOVE SC-Reason-Code TO WS-Previous-Reason
               PERFORM 255-Return-One-Record.

           265-End-Reason-Break.
               IF WS-Reason-Count > 0
                   MOVE WS-Reason-Count TO CT-Reason-Count
                   MOVE WS-Reason-Change TO CT-Reason-Change
                   MOVE SPACES TO CompPrintLine
                   WRITE CompPrintLine FROM CompReasonTotalLine
                       AFTER ADVANCING 2
                   MOVE 0 TO WS-Reason-Count
                   MOVE 0 TO WS-Reason-Change
                   MOVE SPACES TO WS-Previous-Reason
               END-IF.

           270-Start-Reason.
               MOVE "(unknown reason)" TO WS-Reason-Name
               PERFORM 275-Find-Reason-Name
                   VARYING WS-Reason-Idx FROM 1 BY 1
                   UNTIL WS-Reason-Idx > 8
               MOVE SC-Reason-Code TO CR-Reason-Code
               MOVE WS-Reason-Name TO CR-Reason-Name
               MOVE SPACES TO CompPrintLine
               WRITE CompPrintLine FROM CompReasonLine
                   AFTER ADVANCING 2
               WRITE CompPrintLine FROM CompColumnHeadings
                   AFTER ADVANCING 1.

           275-Find-Reason-Name.
               IF WS-Tbl-Reason-Code (WS-Reason-Idx) = SC-Reason-Code
                   MOVE WS-Tbl-Reason-Name (WS-Reason-Idx)
                       TO WS-Reason-Name
               END-IF.

           290-Write-Totals.
               IF WS-Listed-Count = 0
                   MOVE SPACES TO CompPrintLine
                   WRITE CompPrintLine FROM CompNoneLine
                       AFTER ADVANCING 2
               END-IF
               MOVE WS-Listed-Count TO CG-Listed-Count
               MOVE WS-Total-Change TO CG-Total-Change
               MOVE SPACES TO CompPrintLine
               WRITE CompPrintLine FROM CompTotalLine
                   AFTER ADVANCING 3
               DISPLAY "COMPCHGRPT: " WS-Listed-Count " changes listed".

           300-Write-Heading.
               MOVE "Comp Changes" TO HeaderReportTitle
               MOVE SPACES TO CompPrintLine
               WRITE CompPrintLine FROM HeaderMain
                   AFTER ADVANCING PAGE
               WRITE CompPrintLine FROM CompHeading2
                   AFTER ADVANCING 1
               WRITE CompPrintLine FROM HeaderMain3
                   AFTER ADVANCING 2.

           500-Close-Files.
               CLOSE PayrollReport
               CLOSE CompChangeReportFile
               IF WS-CompHist-Ready
                   CLOSE CompHistoryFile
               END-IF.

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

               End Program CompChangeReport.
