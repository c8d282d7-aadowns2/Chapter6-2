       Identification Division.
           Program-ID. PositionControl.
               Author. Anthony Downs.
               Installation.
               Date-Written. October 15, 2026.
               Date-Compiled.
               Security.

      * Position control master maintenance and vacancy report.  Each
      * position carries its territory and office, job code, budgeted
      * salary, approval status, and the EmployeeNumber filling it.
      * Chapter6-2 will only add an employee into an approved, unfilled
      * position in the employee's office, and a termination puts the
      * seat back on the vacancy list.  Command-line options:
      *     LOAD <operator id>   apply PositionInput cards:
      *                            A  add an approved, vacant position
      *                            P  add a position awaiting approval
      *                            V  approve a waiting position
      *                            F  add a position already filled by
      *                               the employee on the card
      *                            B  change job code or budget
      *                            C  close an unfilled position
      *     VACANCY              vacancy report by territory and office
      *                          with days open (the default)
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

                   Select PositionFile assign to PosCtl
                       File Status is Position-Status
                       Organization is Indexed
                       Access Mode is Dynamic
                       Record Key is PS-Position-Number
                       Alternate Record Key is PS-Location
                           with Duplicates
                       Alternate Record Key is PS-Filled-By
                           with Duplicates.

                   Select Optional PositionInputFile assign to PosIn
                       Organization is Line Sequential
                       File Status is PosIn-Status.

                   Select PositionReportFile assign to WS-Report-Name
                       Organization is Line Sequential
                       File Status is PosRpt-Status.

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

               FD  PositionFile
                   Record Contains 70 characters.
                   01  PositionRecord.
                       05  PS-Position-Number               PIC X(06).
                       05  PS-Location.
                           10  PS-TerritoryNumber           PIC X(02).
                           10  PS-OfficeNumber              PIC X(02).
                       05  PS-Job-Code                      PIC X(06).
                       05  PS-Budgeted-Salary           PIC 9(07)V99.
                       05  PS-Approval-Status               PIC X(01).
                           88  PS-Approved                  value "A".
                           88  PS-Not-Approved              value "P".
                           88  PS-Closed                    value "C".
                       05  PS-Filled-By                     PIC X(05).
                       05  PS-Filled-Date                   PIC 9(08).
                       05  PS-Vacant-Since                  PIC 9(08).
                       05  PS-Approved-Date                 PIC 9(08).
                       05  PS-Last-Holder                   PIC X(05).
                       05  PS-Operator                      PIC X(08).
                       05                                   PIC X(02).

               FD  PositionInputFile
                   Record Contains 40 characters.
                   01  PositionInputRecord.
                       05  PI-Action                        PIC X(01).
                           88  PI-Add-Approved              value "A".
                           88  PI-Add-Pending               value "P".
                           88  PI-Approve                   value "V".
                           88  PI-Add-Filled                value "F".
                           88  PI-Change-Budget             value "B".
                           88  PI-Close                     value "C".
                       05  PI-Position-Number               PIC X(06).
                       05  PI-TerritoryNumber               PIC X(02).
                       05  PI-OfficeNumber                  PIC X(02).
                       05  PI-Job-Code                      PIC X(06).
                       05  PI-Budgeted-Salary           PIC 9(07)V99.
                       05  PI-EmployeeNumber                PIC X(05).
                       05                                   PIC X(09).

               FD  PositionReportFile
                   Record Contains 132 characters.
                   01  PosPrintLine                        PIC X(132).

           Working-Storage Section.
               COPY "Misc.cpy".
              COPY "WS_Date.cpy" REPLACING LEADING ==Prefix== BY ==LK==.
               COPY "HeaderMain.cpy".
               COPY "EmployeeRecord.cpy".

               01  Position-Status                     PIC X(02).
               01  PosIn-Status                        PIC X(02).
               01  PosRpt-Status                       PIC X(02).
               01  WS-Report-Name   PIC X(08)   value "VacRpt".

               01  WS-Open-Switch   PIC X(01)   value "Y".
                   88  WS-Files-Ready                       value "Y".
                   88  WS-Open-Failed                        value "N".
               01  WS-Card-Switch   PIC X(01)   value "Y".
                   88  WS-Card-Valid                        value "Y".
                   88  WS-Card-Invalid                      value "N".
               01  WS-Position-Eof-Switch   PIC X(01)   value "N".
                   88  WS-Position-Eof                      value "Y".
                   88  WS-Position-Not-Eof                  value "N".
               01  WS-First-Office-Switch   PIC X(01)   value "Y".
                   88  WS-First-Office                      value "Y".
                   88  WS-Not-First-Office                  value "N".

               01  WS-Command-Line-Param   PIC X(40)   value spaces.
               01  WS-Run-Mode   PIC X(08)   value spaces.
                   88  WS-Load-Run                      value "LOAD".
               01  WS-Operator-Id   PIC X(08)   value spaces.
               01  WS-Today   PIC 9(08)   value 0.
               01  WS-Open-Since   PIC 9(08)   value 0.
               01  WS-Days-Open   PIC S9(05)   COMP value 0.
               01  WS-Reject-Reason   PIC X(40)   value spaces.
               01  WS-Previous-Territory   PIC X(02)   value spaces.
               01  WS-Previous-Office   PIC X(02)   value spaces.

               01  WS-Position-Totals.
                   05  WS-Cards-Read                PIC 9(05)   COMP.
                   05  WS-Cards-Applied             PIC 9(05)   COMP.
                   05  WS-Cards-Rejected            PIC 9(05)   COMP.
                   05  WS-Office-Vacancies          PIC 9(05)   COMP.
                   05  WS-Office-Budget             PIC 9(09)V99.
                   05  WS-Territory-Vacancies       PIC 9(05)   COMP.
                   05  WS-Territory-Budget          PIC 9(09)V99.
                   05  WS-Total-Vacancies           PIC 9(05)   COMP.
                   05  WS-Total-Budget              PIC 9(09)V99.
                   05  WS-Total-Filled              PIC 9(05)   COMP.
                   05  WS-Total-Awaiting            PIC 9(05)   COMP.

               01  VacHeading2.
               05   PIC X(17)   value spaces.
               05   PIC X(40)   value
                   "Position Vacancy Report".

               01  LoadHeading2.
               05   PIC X(17)   value spaces.
               05   PIC X(40)   value
                   "Position Control Maintenance Register".

               01  VacColumnHeadings.
               05   PIC X(04)   value "Terr".
               05   PIC X(02)   value spaces.
               05   PIC X(06)   value "Office".
               05   PIC X(02)   value spaces.
               05   PIC X(08)   value "Position".
               05   PIC X(02)   value spaces.
               05   PIC X(08)   value "Job Code".
               05   PIC X(02)   value spaces.
               05   PIC X(13)   value "Budgeted Pay".
               05   PIC X(02)   value spaces.
               05   PIC X(10)   value "Open Since".
               05   PIC X(02)   value spaces.
               05   PIC X(09)   value "Days Open".
               05   PIC X(02)   value spaces.
               05   PIC X(12)   value "Last Holder".

               01  VacDetailLine.
               05   PIC X(01)   value spaces.
                   05  VD-TerritoryNumber               PIC X(02).
               05   PIC X(04)   value spaces.
                   05  VD-OfficeNumber                  PIC X(02).
               05   PIC X(05)   value spaces.
                   05  VD-Position-Number               PIC X(06).
               05   PIC X(04)   value spaces.
                   05  VD-Job-Code                      PIC X(06).
               05   PIC X(03)   value spaces.
                   05  VD-Budgeted-Salary               PIC $Z(6)9.99.
               05   PIC X(03)   value spaces.
                   05  VD-Open-Since            PIC 9(04)/9(02)/9(02).
               05   PIC X(05)   value spaces.
                   05  VD-Days-Open                     PIC ZZZZ9.
               05   PIC X(04)   value spaces.
                   05  VD-Last-Holder                   PIC X(05).

               01  VacSubtotalLine.
               05   PIC X(14)   value spaces.
                   05  VS-Label                         PIC X(24).
                   05  VS-Budget                        PIC $Z(8)9.99.
               05   PIC X(04)   value spaces.
                   05  VS-Count                         PIC ZZZZ9.
               05   PIC X(10)   value " vacant".

               01  LoadDetailLine.
                   05  LL-Action                        PIC X(01).
               05   PIC X(03)   value spaces.
                   05  LL-Position-Number               PIC X(06).
               05   PIC X(02)   value spaces.
                   05  LL-TerritoryNumber               PIC X(02).
               05   PIC X(02)   value spaces.
                   05  LL-OfficeNumber                  PIC X(02).
               05   PIC X(02)   value spaces.
                   05  LL-Job-Code                      PIC X(06).
               05   PIC X(02)   value spaces.
                   05  LL-EmployeeNumber                PIC X(05).
               05   PIC X(02)   value spaces.
                   05  LL-Result                        PIC X(60).

               01  LoadTotalLine.
               05   PIC X(15)   value "Cards read: ".
                   05  LT-Read                          PIC ZZZZ9.
               05   PIC X(03)   value spaces.
               05   PIC X(10)   value "Applied: ".
                   05  LT-Applied                       PIC ZZZZ9.
               05   PIC X(03)   value spaces.
               05   PIC X(11)   value "Rejected: ".
                   05  LT-Rejected                      PIC ZZZZ9.

               01  VacTotalLine.
               05   PIC X(16)   value "Filled seats: ".
                   05  VT-Filled                        PIC ZZZZ9.
               05   PIC X(03)   value spaces.
               05   PIC X(20)   value "Awaiting approval: ".
                   05  VT-Awaiting                      PIC ZZZZ9.

       Procedure Division.
           Initilization.
               PERFORM 050-Select-Run-Mode
               PERFORM 600-FormatDate
               PERFORM 700-FormatTime
               PERFORM 100-Open-Files
               IF WS-Files-Ready
                   INITIALIZE WS-Position-Totals
                   PERFORM 300-Write-Heading
                   IF WS-Load-Run
                       PERFORM 200-Read-Card
                       PERFORM 400-Apply-One-Card
                           UNTIL WS-Eof
                   ELSE
                       SET WS-Position-Not-Eof TO TRUE
                       MOVE LOW-VALUES TO PS-Location
                       START PositionFile
                               KEY IS GREATER THAN OR EQUAL PS-Location
                           INVALID KEY
                               SET WS-Position-Eof TO TRUE
                       END-START
                       PERFORM 430-Report-One-Position
                           UNTIL WS-Position-Eof
                       IF WS-Not-First-Office
                           PERFORM 440-Office-Break
                           PERFORM 445-Territory-Break
                       END-IF
                   END-IF
                   PERFORM 450-Write-Totals
               END-IF
               PERFORM 500-Close-Files
               IF WS-Open-Failed
                   MOVE 16 TO RETURN-CODE
               ELSE
                   IF WS-Cards-Rejected > 0
                       MOVE 4 TO RETURN-CODE
                   END-IF
               END-IF
               STOP RUN.

           050-Select-Run-Mode.
               ACCEPT WS-Command-Line-Param FROM COMMAND-LINE
               UNSTRING WS-Command-Line-Param
                   DELIMITED BY ALL " "
                   INTO WS-Run-Mode WS-Operator-Id
               END-UNSTRING
               MOVE FUNCTION UPPER-CASE(WS-Run-Mode) TO WS-Run-Mode
               IF WS-Load-Run
                   MOVE "PosReg" TO WS-Report-Name
               END-IF.

           100-Open-Files.
               OPEN INPUT PayrollReport
               CALL "Validations" USING File_Status, "POSCONTROL"
               IF WS-Load-Run
                   OPEN I-O PositionFile
                   CALL "Validations" USING Position-Status,
                       "POSCONTROL"
                   IF Position-Status = "35"
                       OPEN OUTPUT PositionFile
                       CLOSE PositionFile
                       OPEN I-O PositionFile
                       CALL "Validations" USING Position-Status,
                           "POSCONTROL"
                   END-IF
                   OPEN INPUT PositionInputFile
                   IF PosIn-Status NOT = "00"
                       SET WS-Open-Failed TO TRUE
                   END-IF
               ELSE
                   OPEN INPUT PositionFile
                   CALL "Validations" USING Position-Status,
                       "POSCONTROL"
               END-IF
               OPEN OUTPUT PositionReportFile
               CALL "Validations" USING PosRpt-Status, "POSCONTROL"
               IF File_Status NOT = "00" OR Position-Status NOT = "00"
                       OR PosRpt-Status NOT = "00"
                   SET WS-Open-Failed TO TRUE
               END-IF.

           200-Read-Card.
               READ PositionInputFile
                   AT END
                       SET WS-Eof TO TRUE
               END-READ.

           300-Write-Heading.
               MOVE SPACES TO PosPrintLine
               WRITE PosPrintLine FROM HeaderMain
                   AFTER ADVANCING PAGE
               IF WS-Load-Run
                   WRITE PosPrintLine FROM LoadHeading2
                       AFTER ADVANCING 1
                   WRITE PosPrintLine FROM HeaderMain3
                       AFTER ADVANCING 2
               ELSE
                   WRITE PosPrintLine FROM VacHeading2
                       AFTER ADVANCING 1
                   WRITE PosPrintLine FROM HeaderMain3
                       AFTER ADVANCING 2
                   WRITE PosPrintLine FROM VacColumnHeadings
                       AFTER ADVANCING 2
               END-IF.

           400-Apply-One-Card.
               ADD 1 TO WS-Cards-Read
               SET WS-Card-Valid TO TRUE
               MOVE SPACES TO WS-Reject-Reason
               MOVE PI-Position-Number TO PS-Position-Number
               IF PI-Position-Number = SPACES
                   SET WS-Card-Invalid TO TRUE
                   MOVE "Position number missing" TO WS-Reject-Reason
               ELSE
                   EVALUATE TRUE
                       WHEN PI-Add-Approved
                       WHEN PI-Add-Pending
                       WHEN PI-Add-Filled
                           PERFORM 405-Add-Position
                       WHEN PI-Approve
                       WHEN PI-Change-Budget
                       WHEN PI-Close
                           PERFORM 410-Change-Position
                       WHEN OTHER
                           SET WS-Card-Invalid TO TRUE
                           MOVE "Action must be A, P, V, F, B, or C"
                               TO WS-Reject-Reason
                   END-EVALUATE
               END-IF
               PERFORM 425-Write-Load-Line
               PERFORM 200-Read-Card.

           405-Add-Position.
               EVALUATE TRUE
                   WHEN PI-TerritoryNumber = SPACES
                           OR PI-OfficeNumber = SPACES
                       MOVE "Territory and office are required"
                           TO WS-Reject-Reason
                   WHEN PI-Budgeted-Salary NOT NUMERIC
                       MOVE "Budgeted salary not numeric"
                           TO WS-Reject-Reason
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               IF PI-Add-Filled AND WS-Reject-Reason = SPACES
                   PERFORM 407-Check-Incumbent
               END-IF
               IF WS-Reject-Reason NOT = SPACES
                   SET WS-Card-Invalid TO TRUE
               ELSE
                   INITIALIZE PositionRecord
                   MOVE PI-Position-Number TO PS-Position-Number
                   MOVE PI-TerritoryNumber TO PS-TerritoryNumber
                   MOVE PI-OfficeNumber TO PS-OfficeNumber
                   MOVE PI-Job-Code TO PS-Job-Code
                   MOVE PI-Budgeted-Salary TO PS-Budgeted-Salary
                   MOVE SPACES TO PS-Filled-By PS-Last-Holder
                   IF PI-Add-Pending
                       SET PS-Not-Approved TO TRUE
                   ELSE
                       SET PS-Approved TO TRUE
                       MOVE WS-Today TO PS-Approved-Date
                   END-IF
                   IF PI-Add-Filled
                       MOVE PI-EmployeeNumber TO PS-Filled-By
                       MOVE WS-Today TO PS-Filled-Date
                   ELSE
                       MOVE WS-Today TO PS-Vacant-Since
                   END-IF
                   MOVE WS-Operator-Id TO PS-Operator
                   WRITE PositionRecord
                       INVALID KEY
                           SET WS-Card-Invalid TO TRUE
                           MOVE "Position number already on file"
                               TO WS-Reject-Reason
                   END-WRITE
               END-IF.

      * The employee on an F card must be active, in the same office,
      * and not already holding another position.
           407-Check-Incumbent.
               MOVE PI-EmployeeNumber TO PR-EmployeeNumber
               READ PayrollReport
                   INVALID KEY
                       MOVE "Employee not on file" TO WS-Reject-Reason
                   NOT INVALID KEY
                       MOVE EmployeeRecord TO EmployeeRecords
                       IF NOT Employee-Active
                           MOVE "Employee is not active"
                               TO WS-Reject-Reason
                       ELSE
                           IF TerritoryNumber NOT = PI-TerritoryNumber
                                 OR OfficeNumber NOT = PI-OfficeNumber
                               MOVE "Employee is in another office"
                                   TO WS-Reject-Reason
                           END-IF
                       END-IF
               END-READ
               IF WS-Reject-Reason = SPACES
                   MOVE PI-EmployeeNumber TO PS-Filled-By
                   READ PositionFile KEY IS PS-Filled-By
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE "Employee already holds a position"
                               TO WS-Reject-Reason
                   END-READ
               END-IF.

           410-Change-Position.
               READ PositionFile
                   INVALID KEY
                       SET WS-Card-Invalid TO TRUE
                       MOVE "Position not on file" TO WS-Reject-Reason
               END-READ
               IF WS-Card-Valid
                   EVALUATE TRUE
                       WHEN PI-Approve AND NOT PS-Not-Approved
                           MOVE "Position is not awaiting approval"
                               TO WS-Reject-Reason
                       WHEN PI-Approve
                           SET PS-Approved TO TRUE
                           MOVE WS-Today TO PS-Approved-Date
                       WHEN PI-Close AND PS-Filled-By NOT = SPACES
                           MOVE "Position is filled - cannot close"
                               TO WS-Reject-Reason
                       WHEN PI-Close
                           SET PS-Closed TO TRUE
                       WHEN OTHER
                           IF PI-Job-Code NOT = SPACES
                               MOVE PI-Job-Code TO PS-Job-Code
                           END-IF
                           IF PI-Budgeted-Salary IS NUMERIC
                                   AND PI-Budgeted-Salary NOT = 0
                               MOVE PI-Budgeted-Salary
                                   TO PS-Budgeted-Salary
                           END-IF
                   END-EVALUATE
                   IF WS-Reject-Reason NOT = SPACES
                       SET WS-Card-Invalid TO TRUE
                   ELSE
                       MOVE WS-Operator-Id TO PS-Operator
                       REWRITE PositionRecord
                           INVALID KEY
                               SET WS-Card-Invalid TO TRUE
                               MOVE "Unable to rewrite position"
                                   TO WS-Reject-Reason
                       END-REWRITE
                   END-IF
               END-IF.

           425-Write-Load-Line.
               MOVE SPACES TO LoadDetailLine
               MOVE PI-Action TO LL-Action
               MOVE PI-Position-Number TO LL-Position-Number
               MOVE PI-TerritoryNumber TO LL-TerritoryNumber
               MOVE PI-OfficeNumber TO LL-OfficeNumber
               MOVE PI-Job-Code TO LL-Job-Code
               MOVE PI-EmployeeNumber TO LL-EmployeeNumber
               IF WS-Card-Valid
                   ADD 1 TO WS-Cards-Applied
                   MOVE "Applied" TO LL-Result
               ELSE
                   ADD 1 TO WS-Cards-Rejected
                   STRING "REJECTED - " DELIMITED BY SIZE
                          WS-Reject-Reason DELIMITED BY SIZE
                       INTO LL-Result
                   END-STRING
               END-IF
               MOVE SPACES TO PosPrintLine
               WRITE PosPrintLine FROM LoadDetailLine
                   AFTER ADVANCING 1.

           430-Report-One-Position.
               READ PositionFile NEXT RECORD
                   AT END
                       SET WS-Position-Eof TO TRUE
                   NOT AT END
                       EVALUATE TRUE
                           WHEN PS-Filled-By NOT = SPACES
                               ADD 1 TO WS-Total-Filled
                           WHEN PS-Not-Approved
                               ADD 1 TO WS-Total-Awaiting
                           WHEN PS-Approved
                               PERFORM 435-Print-Vacancy
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
               END-READ.

           435-Print-Vacancy.
               IF WS-First-Office
                   SET WS-Not-First-Office TO TRUE
                   MOVE PS-TerritoryNumber TO WS-Previous-Territory
                   MOVE PS-OfficeNumber TO WS-Previous-Office
               END-IF
               IF PS-TerritoryNumber NOT = WS-Previous-Territory
                   PERFORM 440-Office-Break
                   PERFORM 445-Territory-Break
               ELSE
                   IF PS-OfficeNumber NOT = WS-Previous-Office
                       PERFORM 440-Office-Break
                   END-IF
               END-IF
               MOVE PS-Vacant-Since TO WS-Open-Since
               IF WS-Open-Since = 0
                   MOVE PS-Approved-Date TO WS-Open-Since
               END-IF
               MOVE 0 TO WS-Days-Open
               IF WS-Open-Since NOT = 0
                   COMPUTE WS-Days-Open =
                       FUNCTION INTEGER-OF-DATE(WS-Today)
                           - FUNCTION INTEGER-OF-DATE(WS-Open-Since)
               END-IF
               MOVE SPACES TO VacDetailLine
               MOVE PS-TerritoryNumber TO VD-TerritoryNumber
               MOVE PS-OfficeNumber TO VD-OfficeNumber
               MOVE PS-Position-Number TO VD-Position-Number
               MOVE PS-Job-Code TO VD-Job-Code
               MOVE PS-Budgeted-Salary TO VD-Budgeted-Salary
               MOVE WS-Open-Since TO VD-Open-Since
               MOVE WS-Days-Open TO VD-Days-Open
               MOVE PS-Last-Holder TO VD-Last-Holder
               MOVE SPACES TO PosPrintLine
               WRITE PosPrintLine FROM VacDetailLine
                   AFTER ADVANCING 1
               ADD 1 TO WS-Office-Vacancies
               ADD PS-Budgeted-Salary TO WS-Office-Budget.

           440-Office-Break.
               MOVE SPACES TO VacSubtotalLine
               STRING "Office " DELIMITED BY SIZE
                      WS-Previous-Office DELIMITED BY SIZE
                      " total:" DELIMITED BY SIZE
                   INTO VS-Label
               END-STRING
               MOVE WS-Office-Budget TO VS-Budget
               MOVE WS-Office-Vacancies TO VS-Count
               MOVE SPACES TO PosPrintLine
               WRITE PosPrintLine FROM VacSubtotalLine
                   AFTER ADVANCING 2
               MOVE SPACES TO PosPrintLine
               WRITE PosPrintLine AFTER ADVANCING 1
               ADD WS-Office-Vacancies TO WS-Territory-Vacancies
               ADD WS-Office-Budget TO WS-Territory-Budget
               MOVE 0 TO WS-Office-Vacancies WS-Office-Budget
               MOVE PS-OfficeNumber TO WS-Previous-Office.

           445-Territory-Break.
               MOVE SPACES TO VacSubtotalLine
               STRING "Territory " DELIMITED BY SIZE
                      WS-Previous-Territory DELIMITED BY SIZE
                      " total:" DELIMITED BY SIZE
                   INTO VS-Label
               END-STRING
               MOVE WS-Territory-Budget TO VS-Budget
               MOVE WS-Territory-Vacancies TO VS-Count
               MOVE SPACES TO PosPrintLine
               WRITE PosPrintLine FROM VacSubtotalLine
                   AFTER ADVANCING 1
               MOVE SPACES TO PosPrintLine
               WRITE PosPrintLine AFTER ADVANCING 1
               ADD WS-Territory-Vacancies TO WS-Total-Vacancies
               ADD WS-Territory-Budget TO WS-Total-Budget
               MOVE 0 TO WS-Territory-Vacancies WS-Territory-Budget
               MOVE PS-TerritoryNumber TO WS-Previous-Territory.

           450-Write-Totals.
               MOVE SPACES TO PosPrintLine
               IF WS-Load-Run
                   MOVE WS-Cards-Read TO LT-Read
                   MOVE WS-Cards-Applied TO LT-Applied
                   MOVE WS-Cards-Rejected TO LT-Rejected
                   WRITE PosPrintLine FROM LoadTotalLine
                       AFTER ADVANCING 2
               ELSE
                   MOVE SPACES TO VacSubtotalLine
                   MOVE "All offices total:" TO VS-Label
                   MOVE WS-Total-Budget TO VS-Budget
                   MOVE WS-Total-Vacancies TO VS-Count
                   WRITE PosPrintLine FROM VacSubtotalLine
                       AFTER ADVANCING 2
                   MOVE WS-Total-Filled TO VT-Filled
                   MOVE WS-Total-Awaiting TO VT-Awaiting
                   MOVE SPACES TO PosPrintLine
                   WRITE PosPrintLine FROM VacTotalLine
                       AFTER ADVANCING 1
               END-IF.

           500-Close-Files.
               CLOSE PayrollReport
               CLOSE PositionFile
               CLOSE PositionReportFile
               IF WS-Load-Run
                   CLOSE PositionInputFile
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

               End Program PositionControl.
