       Identification Division.
           Program-ID. EeoMaint.
               Author. Anthony Downs.
               Installation.
               Date-Written. October 15, 2026.
               Date-Compiled.
               Security. Restricted to Human Resources.

      * EEO-1 demographic maintenance.  Each employee may have one
      * record on EeoDemogFile holding sex, race/ethnicity and EEO-1
      * job category.  The record is optional; an employee with no
      * record is simply reported as missing a job category by
      * Eeo1Report.  Sex and race/ethnicity are what the employee
      * self-identified, or D where the employee declined.
      * Only Human Resources may use this program.  The operator id
      * is passed on the command line and must appear on HrOperFile
      * (one operator id per line, kept by HR); when the list is
      * missing nobody is let in.  Every add, change and delete is
      * written to AuditLog as EEOMNT with the employee number only -
      * the demographic values themselves never go to the log.
      * Action A adds a record (the employee must be on PayrollReport),
      * C changes one (a blank field leaves the current value alone)
      * and D removes it.  A blank employee number ends the session.
      * Nothing here is carried on PayrollReport, so none of it can
      * reach the payroll register.
       Environment Division.
           Configuration Section.
               Special-Names.

           Input-Output Section.
               File-Control.
                   Select EeoDemogFile assign to EeoDemog
                       File Status is EeoDemog-Status
                       Organization is Indexed
                       Access Mode is Dynamic
                       Record Key is ED-EmployeeNumber.

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

                   Select Optional HrOperFile assign to HrOpers
                       Organization is Line Sequential
                       File Status is HrOper-Status.

                   Select AuditLog assign to AuditLog
                       Organization is Line Sequential
                       File Status is WS-AuditLog-Status.

               I-O-Control.

       Data Division.
           File Section.
               FD  EeoDemogFile
                   Record Contains 40 characters.
                   01  EeoDemogRecord.
                       05  ED-EmployeeNumber           PIC X(05).
                       05  ED-Sex                      PIC X(01).
                           88  ED-Sex-Valid        value "M" "F" "D".
                           88  ED-Sex-Declined         value "D".
                       05  ED-Race-Ethnicity           PIC X(01).
                           88  ED-Race-Valid       value "H" "W" "B"
                                                         "P" "A" "I"
                                                         "T" "D".
                           88  ED-Race-Declined        value "D".
                       05  ED-Job-Category             PIC X(02).
                           88  ED-Job-Category-Valid
                                   value "01" "02" "03" "04" "05"
                                         "06" "07" "08" "09" "10".
                           88  ED-Job-Category-Missing value spaces.
                       05  ED-Last-Updated             PIC 9(08).
                       05  ED-Updated-By               PIC X(08).
                       05                              PIC X(15).

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

               FD  HrOperFile
                   Record Contains 8 characters.
                   01  HrOperRecord                        PIC X(08).

               FD  AuditLog
                   Record Contains 80 characters.
                   01  AuditLogRecord                       PIC X(80).

           Working-Storage Section.
               COPY "Misc.cpy".
              COPY "WS_Date.cpy" REPLACING LEADING ==Prefix== BY ==LK==.
               Copy "ScreenColors.cpy".

               01  EeoDemog-Status                     PIC X(02).
               01  HrOper-Status                       PIC X(02).
               01  WS-AuditLog-Status                  PIC X(02).

               01  WS-Open-Switch   PIC X(01)   value "Y".
                   88  WS-Files-Ready                       value "Y".
                   88  WS-Open-Failed                        value "N".

               01  WS-Hr-Switch   PIC X(01)   value "N".
                   88  WS-Hr-Operator                       value "Y".
                   88  WS-Not-Hr-Operator                   value "N".

               01  WS-Entry-Switch   PIC X(01)   value "N".
                   88  WS-Entry-Done                        value "Y".
                   88  WS-Entry-Continue                    value "N".

               01  WS-Entry-Valid-Switch   PIC X(01)   value "Y".
                   88  WS-Entry-Valid                       value "Y".
                   88  WS-Entry-Invalid                     value "N".

               01  WS-Command-Line-Param   PIC X(40)   value spaces.
               01  WS-Operator-Id   PIC X(08)   value spaces.
               01  WS-Reject-Reason   PIC X(40)   value spaces.
               01  WS-Today   PIC 9(08)   value 0.
               01  WS-Added-Count   PIC 9(05)   value 0.
               01  WS-Changed-Count   PIC 9(05)   value 0.
               01  WS-Deleted-Count   PIC 9(05)   value 0.

               01  WS-Eeo-Action   PIC X(01)   value spaces.
                   88  Eeo-Add-Requested                     value "A".
                   88  Eeo-Change-Requested                  value "C".
                   88  Eeo-Delete-Requested                  value "D".

               01  WS-Eeo-Save                          PIC X(40).
               01  WS-Eeo-Save-R redefines WS-Eeo-Save.
                   05  EE-EmployeeNumber                PIC X(05).
                   05  EE-Sex                           PIC X(01).
                   05  EE-Race-Ethnicity                PIC X(01).
                   05  EE-Job-Category                  PIC X(02).
                   05                                   PIC X(31).

               01  AuditLogLine.
                   05  AL-EmployeeNumber                   PIC X(05).
               05   PIC X(01)   value space.
                   05  AL-Action                           PIC X(06).
               05   PIC X(01)   value space.
                   05  AL-Operator                         PIC X(08).
               05   PIC X(01)   value space.
               05  AL-Date   PIC 9(02)/9(02)/9(04).
               05   PIC X(01)   value space.
               05  AL-Time   PIC 9(02)9(02)9(02).
               05   PIC X(45)   value spaces.

           Screen Section.
               01  ErrorScreen.
                   05  Blank Screen
                       Foreground-color White
                       Background-color Red.
                   05  Line 4 Column 12 value "Entry Rejected: ".
                   05  Line 4 Column 29 PIC X(40) FROM WS-Reject-Reason.
               01  EeoMaintScreen.
                   05  Blank Screen
                       Foreground-color Blue
                       Background-color Cyan.
                   05  Line 4 Column 10 value
                       "EEO-1 Demographic Maintenance".
                   05  Input-Prompt.
                       10  Line 8 Column 10 value "Employee Number: ".
                       10  Line 9 Column 10 value "Sex: ".
                       10  Line 10 Column 10 value "Race/Ethnicity: ".
                       10  Line 11 Column 10 value
                           "EEO-1 Job Category: ".
                       10  Line 12 Column 10 value
                           "Action (A=Add/C=Change/D=Delete): ".
                   05  Code-Legend.
                       10  Line 15 Column 10 value
                           "Sex: M Male  F Female  D Declined".
                       10  Line 16 Column 10 value
                           "Race: H Hispanic/Latino  W White".
                       10  Line 17 Column 16 value
                           "B Black/African American".
                       10  Line 18 Column 16 value
                           "P Native Hawaiian/Pacific Islander".
                       10  Line 19 Column 16 value
                           "A Asian  I American Indian/Alaska Native".
                       10  Line 20 Column 16 value
                           "T Two or more races  D Declined".
                       10  Line 21 Column 10 value
                           "Job Category: 01 through 10".
                   05  Input-Answers
                       Auto.
                       10  Line 8 Column 45 PIC X(5) TO
                           ED-EmployeeNumber.
                       10  Line 9 Column 45 PIC X(1) TO
                           ED-Sex.
                       10  Line 10 Column 45 PIC X(1) TO
                           ED-Race-Ethnicity.
                       10  Line 11 Column 45 PIC X(2) TO
                           ED-Job-Category.
                       10  Line 12 Column 45 PIC X(1) TO
                           WS-Eeo-Action.

       Procedure Division.
           Initilization.
               PERFORM 050-Select-Operator
               PERFORM 600-FormatDate
               PERFORM 060-Check-Hr-Operator
               IF WS-Hr-Operator
                   PERFORM 100-Open-Files
                   IF WS-Files-Ready
                       PERFORM 163-Accept-Eeo-Entries
                           UNTIL WS-Entry-Done
                   END-IF
                   PERFORM 500-Close-Files
               ELSE
                   DISPLAY "EEOMAINT: operator " WS-Operator-Id
                       " is not authorized for EEO maintenance"
                   SET WS-Open-Failed TO TRUE
               END-IF
               IF WS-Open-Failed
                   MOVE 16 TO RETURN-CODE
               END-IF
               STOP RUN.

           050-Select-Operator.
               ACCEPT WS-Command-Line-Param FROM COMMAND-LINE
               MOVE FUNCTION UPPER-CASE(WS-Command-Line-Param(1:8))
                   TO WS-Operator-Id.

      *****************************************************************
      * The operator must be on the HR list.  A missing or empty list *
      * lets nobody in.                                               *
      *****************************************************************
           060-Check-Hr-Operator.
               SET WS-Not-Hr-Operator TO TRUE
               IF WS-Operator-Id NOT = SPACES
                   OPEN INPUT HrOperFile
                   IF HrOper-Status = "00"
                       PERFORM 062-Read-Hr-Operator
                       PERFORM 064-Match-Hr-Operator
                           UNTIL HrOper-Status NOT = "00"
                               OR WS-Hr-Operator
                       CLOSE HrOperFile
                   END-IF
               END-IF.

           062-Read-Hr-Operator.
               READ HrOperFile
                   AT END
                       MOVE "10" TO HrOper-Status
               END-READ.

           064-Match-Hr-Operator.
               IF FUNCTION UPPER-CASE(HrOperRecord) = WS-Operator-Id
                   SET WS-Hr-Operator TO TRUE
               ELSE
                   PERFORM 062-Read-Hr-Operator
               END-IF.

           100-Open-Files.
               OPEN I-O EeoDemogFile
               CALL "Validations" USING EeoDemog-Status, "EEOMAINT"
               IF EeoDemog-Status = "35"
                   OPEN OUTPUT EeoDemogFile
                   CLOSE EeoDemogFile
                   OPEN I-O EeoDemogFile
                   CALL "Validations" USING EeoDemog-Status,
                       "EEOMAINT"
               END-IF
               OPEN INPUT PayrollReport
                   CALL "Validations" USING File_Status, "EEOMAINT"
               IF EeoDemog-Status NOT = "00"
                       OR File_Status NOT = "00"
                   SET WS-Open-Failed TO TRUE
               END-IF
               OPEN EXTEND AuditLog
               IF WS-AuditLog-Status NOT = "00"
                   OPEN OUTPUT AuditLog
               END-IF.

      *****************************************************************
      * One screen per employee.  A blank employee number, or an      *
      * escape from the screen, ends the session.                     *
      *****************************************************************
           163-Accept-Eeo-Entries.
               MOVE SPACES TO EeoDemogRecord
               MOVE SPACES TO WS-Eeo-Action
               SET WS-Entry-Valid TO TRUE
               DISPLAY EeoMaintScreen
               ACCEPT EeoMaintScreen
                   ON EXCEPTION
                       SET WS-Entry-Done TO TRUE
               END-ACCEPT
               IF NOT WS-Entry-Done
                   IF ED-EmployeeNumber = SPACES
                       SET WS-Entry-Done TO TRUE
                   ELSE
                       MOVE FUNCTION UPPER-CASE(ED-Sex) TO ED-Sex
                       MOVE FUNCTION UPPER-CASE(ED-Race-Ethnicity)
                           TO ED-Race-Ethnicity
                       MOVE FUNCTION UPPER-CASE(WS-Eeo-Action)
                           TO WS-Eeo-Action
                       PERFORM 164-Process-Eeo-Entry
                       IF WS-Entry-Invalid
                           DISPLAY ErrorScreen
                       END-IF
                   END-IF
               END-IF.

           164-Process-Eeo-Entry.
               EVALUATE TRUE
                   WHEN Eeo-Add-Requested
                       PERFORM 166-Add-Eeo-Entry
                   WHEN Eeo-Change-Requested
                       PERFORM 168-Change-Eeo-Entry
                   WHEN Eeo-Delete-Requested
                       PERFORM 170-Delete-Eeo-Entry
                   WHEN OTHER
                       SET WS-Entry-Invalid TO TRUE
                       MOVE "Action must be A, C or D"
                           TO WS-Reject-Reason
               END-EVALUATE.

      *****************************************************************
      * A job category may be left blank on add when it is not yet    *
      * known; Eeo1Report lists the employee until it is keyed.       *
      *****************************************************************
           166-Add-Eeo-Entry.
               PERFORM 174-Check-Employee
               IF WS-Entry-Valid
                   PERFORM 176-Validate-Eeo-Codes
               END-IF
               IF WS-Entry-Valid
                   MOVE WS-Today TO ED-Last-Updated
                   MOVE WS-Operator-Id TO ED-Updated-By
                   WRITE EeoDemogRecord
                       INVALID KEY
                           SET WS-Entry-Invalid TO TRUE
                           MOVE "Employee already has a record"
                               TO WS-Reject-Reason
                       NOT INVALID KEY
                           ADD 1 TO WS-Added-Count
                           PERFORM 490-Write-Audit-Record
                   END-WRITE
               END-IF.

           168-Change-Eeo-Entry.
               MOVE EeoDemogRecord TO WS-Eeo-Save
               READ EeoDemogFile
                   INVALID KEY
                       SET WS-Entry-Invalid TO TRUE
                       MOVE "No EEO record for employee"
                           TO WS-Reject-Reason
                   NOT INVALID KEY
                       PERFORM 172-Overlay-Eeo-Entry
                       PERFORM 176-Validate-Eeo-Codes
               END-READ
               IF WS-Entry-Valid
                   MOVE WS-Today TO ED-Last-Updated
                   MOVE WS-Operator-Id TO ED-Updated-By
                   REWRITE EeoDemogRecord
                       INVALID KEY
                           SET WS-Entry-Invalid TO TRUE
                           MOVE "Unable to rewrite EEO record"
                               TO WS-Reject-Reason
                       NOT INVALID KEY
                           ADD 1 TO WS-Changed-Count
                           PERFORM 490-Write-Audit-Record
                   END-REWRITE
               END-IF.

           170-Delete-Eeo-Entry.
               DELETE EeoDemogFile
                   INVALID KEY
                       SET WS-Entry-Invalid TO TRUE
                       MOVE "No EEO record for employee"
                           TO WS-Reject-Reason
                   NOT INVALID KEY
                       ADD 1 TO WS-Deleted-Count
                       PERFORM 490-Write-Audit-Record
               END-DELETE.

           172-Overlay-Eeo-Entry.
               IF EE-Sex NOT = SPACES
                   MOVE EE-Sex TO ED-Sex
               END-IF
               IF EE-Race-Ethnicity NOT = SPACES
                   MOVE EE-Race-Ethnicity TO ED-Race-Ethnicity
               END-IF
               IF EE-Job-Category NOT = SPACES
                   MOVE EE-Job-Category TO ED-Job-Category
               END-IF.

           174-Check-Employee.
               MOVE ED-EmployeeNumber TO PR-EmployeeNumber
               READ PayrollReport
                   INVALID KEY
                       SET WS-Entry-Invalid TO TRUE
                       MOVE "Employee not on payroll file"
                           TO WS-Reject-Reason
               END-READ.

           176-Validate-Eeo-Codes.
               EVALUATE TRUE
                   WHEN NOT ED-Sex-Valid
                       SET WS-Entry-Invalid TO TRUE
                       MOVE "Sex must be M, F or D"
                           TO WS-Reject-Reason
                   WHEN NOT ED-Race-Valid
                       SET WS-Entry-Invalid TO TRUE
                       MOVE "Race/ethnicity code is not valid"
                           TO WS-Reject-Reason
                   WHEN NOT ED-Job-Category-Valid
                           AND NOT ED-Job-Category-Missing
                       SET WS-Entry-Invalid TO TRUE
                       MOVE "Job category must be 01 through 10"
                           TO WS-Reject-Reason
               END-EVALUATE.

           490-Write-Audit-Record.
               CALL "DateFormat" USING LK_Current_Date
               CALL "TimeFormats" USING LK_Current_Time

               MOVE SPACES TO AuditLogLine
               MOVE ED-EmployeeNumber TO AL-EmployeeNumber
               MOVE "EEOMNT" TO AL-Action
               MOVE WS-Operator-Id TO AL-Operator
               MOVE LK_Current_Month TO LK_Date_MDY_Month
               MOVE LK_Current_Day TO LK_Date_MDY_Day
               MOVE LK_Current_Year TO LK_Date_MDY_Year
               MOVE LK_Date_MDY_Numeric TO AL-Date
               MOVE LK_Current_Hours TO LK_Time_HMS_Hours
               MOVE LK_Current_Minute TO LK_Time_HMS_Minutes
               MOVE LK_Current_Second TO LK_Time_HMS_Seconds
               MOVE LK_Time_HMS_Numeric TO AL-Time

               MOVE SPACES TO AuditLogRecord
               MOVE AuditLogLine TO AuditLogRecord
               WRITE AuditLogRecord.

           500-Close-Files.
               IF WS-Files-Ready
                   CLOSE EeoDemogFile
                   CLOSE PayrollReport
                   CLOSE AuditLog
               END-IF
               DISPLAY "EEOMAINT: records added " WS-Added-Count
                   " changed " WS-Changed-Count
                   " deleted " WS-Deleted-Count.

           600-FormatDate.
               CALL "DateFormat" USING LK_Current_Date
               MOVE LK_Current_Date TO WS-Today.

               End Program EeoMaint.
