       Identification Division.
           Program-ID. CompHistInquiry.
               Author. Anthony Downs.
               Installation.
               Date-Written. October 15, 2026.
               Date-Compiled.
               Security. Restricted to Human Resources.

      * Compensation history inquiry.  Shows one employee's current
      * salary, status, territory/office and manager from PayrollReport
      * and, beneath them, up to twelve entries from CompHistoryFile -
      * each with its effective date, reason code, old and new salary,
      * status, territory/office and manager, and the operator who made
      * the change.  The latest twelve are shown unless a change number
      * is keyed, in which case the twelve ending at that change are
      * shown so older history can be paged back through.
      * Only Human Resources may use this program.  The operator id is
      * passed on the command line and must appear on HrOperFile, as
      * for EeoMaint.  Every employee looked at is written to AuditLog
      * as CMPINQ with the employee number only.  A blank employee
      * number ends the session.  Nothing is changed by this program.
       Environment Division.
           Configuration Section.
               Special-Names.

           Input-Output Section.
               File-Control.
                   Select Optional CompHistoryFile assign to CompHist
                       File Status is CompHist-Status
                       Organization is Indexed
                       Access Mode is Dynamic
                       Record Key is CH-Key.

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
               COPY "EmployeeRecord.cpy".
               Copy "ScreenColors.cpy".

               01  CompHist-Status                     PIC X(02).
               01  HrOper-Status                       PIC X(02).
               01  WS-AuditLog-Status                  PIC X(02).

               01  WS-Open-Switch   PIC X(01)   value "Y".
                   88  WS-Files-Ready                       value "Y".
                   88  WS-Open-Failed                        value "N".

               01  WS-CompHist-Switch   PIC X(01)   value "N".
                   88  WS-CompHist-Ready                     value "Y".
                   88  WS-CompHist-Not-Ready                 value "N".

               01  WS-Hr-Switch   PIC X(01)   value "N".
                   88  WS-Hr-Operator                       value "Y".
                   88  WS-Not-Hr-Operator                   value "N".

               01  WS-Entry-Switch   PIC X(01)   value "N".
                   88  WS-Entry-Done                        value "Y".
                   88  WS-Entry-Continue                    value "N".

               01  WS-Entry-Valid-Switch   PIC X(01)   value "Y".
                   88  WS-Entry-Valid                       value "Y".
                   88  WS-Entry-Invalid                     value "N".

               01  WS-History-Eof-Switch   PIC X(01)   value "N".
                   88  WS-History-Eof                       value "Y".
                   88  WS-History-Not-Eof                   value "N".

               01  WS-Command-Line-Param   PIC X(40)   value spaces.
               01  WS-Operator-Id   PIC X(08)   value spaces.
               01  WS-Reject-Reason   PIC X(40)   value spaces.
               01  WS-Inquiry-Count   PIC 9(05)   value 0.

               01  WS-Inq-EmployeeNumber   PIC X(05)   value spaces.
               01  WS-Inq-Start-Sequence   PIC 9(05)   value 0.
               01  WS-Last-Sequence   PIC 9(05)   value 0.
               01  WS-First-Sequence   PIC 9(05)   value 0.
               01  WS-End-Sequence   PIC 9(05)   value 0.
               01  WS-Line-Idx   PIC 9(02)   COMP value 0.
               01  WS-Inq-Message   PIC X(60)   value spaces.

               01  WS-Inq-Current.
                   05  IC-EmployeeName                  PIC X(20).
                   05  IC-Salary                        PIC Z(6)9.99.
                   05  IC-Status                        PIC X(01).
                   05  IC-Territory                     PIC X(02).
                   05  IC-Office                        PIC X(02).
                   05  IC-Manager                       PIC X(05).

               01  WS-Inq-Lines.
                   05  WS-Inq-Line   PIC X(76) OCCURS 12 TIMES.

               01  WS-History-Line.
                   05  HL-Sequence                      PIC ZZZZ9.
               05   PIC X(01)   value space.
                   05  HL-Effective-Date                PIC 9(4)/99/99.
               05   PIC X(01)   value space.
                   05  HL-Reason-Code                   PIC X(02).
               05   PIC X(01)   value space.
                   05  HL-Old-Salary                    PIC Z(6)9.99.
               05   PIC X(01)   value space.
                   05  HL-New-Salary                    PIC Z(6)9.99.
               05   PIC X(01)   value space.
                   05  HL-Old-Status                    PIC X(01).
               05   PIC X(01)   value "/".
                   05  HL-New-Status                    PIC X(01).
               05   PIC X(01)   value space.
                   05  HL-Old-Territory                 PIC X(02).
                   05  HL-Old-Office                    PIC X(02).
               05   PIC X(01)   value "/".
                   05  HL-New-Territory                 PIC X(02).
                   05  HL-New-Office                    PIC X(02).
               05   PIC X(01)   value space.
                   05  HL-Old-Manager                   PIC X(05).
               05   PIC X(01)   value "/".
                   05  HL-New-Manager                   PIC X(05).
               05   PIC X(01)   value space.
                   05  HL-Operator                      PIC X(08).

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
               01  CompInquiryScreen.
                   05  Blank Screen
                       Foreground-color Blue
                       Background-color Cyan.
                   05  Line 2 Column 10 value
                       "Compensation Change History".
                   05  Input-Prompt.
                       10  Line 4 Column 3 value "Employee Number: ".
                       10  Line 4 Column 30 value
                           "Start at change # (0=latest): ".
                   05  Current-Values.
                       10  Line 6 Column 3 PIC X(20) FROM
                           IC-EmployeeName.
                       10  Line 6 Column 25 value "Salary ".
                       10  Line 6 Column 32 PIC X(10) FROM IC-Salary.
                       10  Line 6 Column 44 value "Stat ".
                       10  Line 6 Column 49 PIC X(1) FROM IC-Status.
                       10  Line 6 Column 52 value "Terr/Off ".
                       10  Line 6 Column 61 PIC X(2) FROM IC-Territory.
                       10  Line 6 Column 63 PIC X(2) FROM IC-Office.
                       10  Line 6 Column 67 value "Mgr ".
                       10  Line 6 Column 71 PIC X(5) FROM IC-Manager.
                   05  History-Lines.
                       10  Line 8 Column 3 value
                           "  Chg Effective  Rs Old Salary New Salary".
                       10  Line 8 Column 45 value
                           "Sts Trr/Off   Manager     By".
                       10  Line 9 Column 3 PIC X(76) FROM
                           WS-Inq-Line (1).
                       10  Line 10 Column 3 PIC X(76) FROM
                           WS-Inq-Line (2).
                       10  Line 11 Column 3 PIC X(76) FROM
                           WS-Inq-Line (3).
                       10  Line 12 Column 3 PIC X(76) FROM
                           WS-Inq-Line (4).
                       10  Line 13 Column 3 PIC X(76) FROM
                           WS-Inq-Line (5).
                       10  Line 14 Column 3 PIC X(76) FROM
                           WS-Inq-Line (6).
                       10  Line 15 Column 3 PIC X(76) FROM
                           WS-Inq-Line (7).
                       10  Line 16 Column 3 PIC X(76) FROM
                           WS-Inq-Line (8).
                       10  Line 17 Column 3 PIC X(76) FROM
                           WS-Inq-Line (9).
                       10  Line 18 Column 3 PIC X(76) FROM
                           WS-Inq-Line (10).
                       10  Line 19 Column 3 PIC X(76) FROM
                           WS-Inq-Line (11).
                       10  Line 20 Column 3 PIC X(76) FROM
                           WS-Inq-Line (12).
                       10  Line 21 Column 3 PIC X(60) FROM
                           WS-Inq-Message.
                   05  Code-Legend.
                       10  Line 23 Column 3 value
                           "HI Hire  MR Merit  PR Promotion  MA Market".
                       10  Line 23 Column 46 value
                           "DM Demotion  TR Transfer".
                       10  Line 24 Column 3 value
                           "TM Termination  LV Leave of absence".
                   05  Input-Answers
                       Auto.
                       10  Line 4 Column 20 PIC X(5) TO
                           WS-Inq-EmployeeNumber.
                       10  Line 4 Column 61 PIC 9(5) TO
                           WS-Inq-Start-Sequence.

       Procedure Division.
           Initilization.
               PERFORM 050-Select-Operator
               PERFORM 060-Check-Hr-Operator
               IF WS-Hr-Operator
                   PERFORM 100-Open-Files
                   IF WS-Files-Ready
                       MOVE SPACES TO WS-Inq-Current
                       MOVE SPACES TO WS-Inq-Lines
                       PERFORM 163-Accept-Inquiries
                           UNTIL WS-Entry-Done
                   END-IF
                   PERFORM 500-Close-Files
               ELSE
                   DISPLAY "COMPHISTINQ: operator " WS-Operator-Id
                       " is not authorized for compensation inquiry"
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

      *****************************************************************
      * A missing history file is not an error - it only means no     *
      * change has been recorded yet.                                 *
      *****************************************************************
           100-Open-Files.
               OPEN INPUT PayrollReport
                   CALL "Validations" USING File_Status, "COMPHISTINQ"
               IF File_Status NOT = "00"
                   SET WS-Open-Failed TO TRUE
               END-IF
               OPEN INPUT CompHistoryFile
               IF CompHist-Status = "00"
                   SET WS-CompHist-Ready TO TRUE
               END-IF
               OPEN EXTEND AuditLog
               IF WS-AuditLog-Status NOT = "00"
                   OPEN OUTPUT AuditLog
               END-IF.

      *****************************************************************
      * One screen per employee.  The screen keeps showing the last   *
      * employee looked at until another is keyed.  A blank employee  *
      * number, or an escape from the screen, ends the session.       *
      *****************************************************************
           163-Accept-Inquiries.
               MOVE SPACES TO WS-Inq-EmployeeNumber
               MOVE 0 TO WS-Inq-Start-Sequence
               SET WS-Entry-Valid TO TRUE
               DISPLAY CompInquiryScreen
               ACCEPT CompInquiryScreen
                   ON EXCEPTION
                       SET WS-Entry-Done TO TRUE
               END-ACCEPT
               IF NOT WS-Entry-Done
                   IF WS-Inq-EmployeeNumber = SPACES
                       SET WS-Entry-Done TO TRUE
                   ELSE
                       PERFORM 164-Show-Employee
                       IF WS-Entry-Invalid
                           DISPLAY ErrorScreen
                       END-IF
                   END-IF
               END-IF.

           164-Show-Employee.
               MOVE WS-Inq-EmployeeNumber TO PR-EmployeeNumber
               READ PayrollReport
                   INVALID KEY
                       SET WS-Entry-Invalid TO TRUE
                       MOVE "Employee not on payroll file"
                           TO WS-Reject-Reason
                   NOT INVALID KEY
                       MOVE EmployeeRecord TO EmployeeRecords
               END-READ
               IF WS-Entry-Valid
                   MOVE EmployeeName TO IC-EmployeeName
                   MOVE AnnualSalary TO IC-Salary
                   MOVE EmployeeStatus TO IC-Status
                   MOVE TerritoryNumber TO IC-Territory
                   MOVE OfficeNumber TO IC-Office
                   MOVE ManagerNumber TO IC-Manager
                   MOVE SPACES TO WS-Inq-Lines
                   PERFORM 166-Find-Last-Change
                   IF WS-Last-Sequence = 0
                       MOVE "No compensation changes on file"
                           TO WS-Inq-Message
                   ELSE
                       PERFORM 168-Load-History-Lines
                   END-IF
                   ADD 1 TO WS-Inquiry-Count
                   PERFORM 490-Write-Audit-Record
               END-IF.

           166-Find-Last-Change.
               MOVE 0 TO WS-Last-Sequence
               IF WS-CompHist-Ready
                   MOVE EmployeeNumber TO CH-EmployeeNumber
                   MOVE 99999 TO CH-Sequence
                   START CompHistoryFile
                           KEY IS LESS THAN OR EQUAL CH-Key
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           READ CompHistoryFile NEXT RECORD
                               AT END
                                   CONTINUE
                               NOT AT END
                                   IF CH-EmployeeNumber
                                           = EmployeeNumber
                                       MOVE CH-Sequence
                                           TO WS-Last-Sequence
                                   END-IF
                           END-READ
                   END-START
               END-IF.

      *****************************************************************
      * Twelve changes ending at the one asked for (the latest when   *
      * none was asked for, or when the number keyed is past the      *
      * end), oldest first.                                           *
      *****************************************************************
           168-Load-History-Lines.
               MOVE WS-Last-Sequence TO WS-End-Sequence
               IF WS-Inq-Start-Sequence > 0
                       AND WS-Inq-Start-Sequence < WS-Last-Sequence
                   MOVE WS-Inq-Start-Sequence TO WS-End-Sequence
               END-IF
               MOVE 1 TO WS-First-Sequence
               IF WS-End-Sequence > 12
                   COMPUTE WS-First-Sequence = WS-End-Sequence - 11
               END-IF
               MOVE 0 TO WS-Line-Idx
               SET WS-History-Not-Eof TO TRUE
               MOVE EmployeeNumber TO CH-EmployeeNumber
               MOVE WS-First-Sequence TO CH-Sequence
               START CompHistoryFile
                       KEY IS GREATER THAN OR EQUAL CH-Key
                   INVALID KEY
                       SET WS-History-Eof TO TRUE
               END-START
               PERFORM 170-Read-History
               PERFORM 172-Format-History-Line
                   UNTIL WS-History-Eof
               MOVE SPACES TO WS-Inq-Message
               STRING "Changes " WS-First-Sequence " through "
                       WS-End-Sequence " of " WS-Last-Sequence
                   DELIMITED BY SIZE INTO WS-Inq-Message
               END-STRING.

           170-Read-History.
               IF WS-History-Not-Eof
                   READ CompHistoryFile NEXT RECORD
                       AT END
                           SET WS-History-Eof TO TRUE
                   END-READ
               END-IF
               IF WS-History-Not-Eof
                   IF CH-EmployeeNumber NOT = EmployeeNumber
                           OR CH-Sequence > WS-End-Sequence
                           OR WS-Line-Idx NOT < 12
                       SET WS-History-Eof TO TRUE
                   END-IF
               END-IF.

           172-Format-History-Line.
               ADD 1 TO WS-Line-Idx
               MOVE CH-Sequence TO HL-Sequence
               MOVE CH-Effective-Date TO HL-Effective-Date
               MOVE CH-Reason-Code TO HL-Reason-Code
               MOVE CH-Old-Salary TO HL-Old-Salary
               MOVE CH-New-Salary TO HL-New-Salary
               MOVE CH-Old-Status TO HL-Old-Status
               MOVE CH-New-Status TO HL-New-Status
               MOVE CH-Old-Territory TO HL-Old-Territory
               MOVE CH-Old-Office TO HL-Old-Office
               MOVE CH-New-Territory TO HL-New-Territory
               MOVE CH-New-Office TO HL-New-Office
               MOVE CH-Old-Manager TO HL-Old-Manager
               MOVE CH-New-Manager TO HL-New-Manager
               MOVE CH-Operator TO HL-Operator
               MOVE WS-History-Line TO WS-Inq-Line (WS-Line-Idx)
               PERFORM 170-Read-History.

           490-Write-Audit-Record.
               CALL "DateFormat" USING LK_Current_Date
               CALL "TimeFormats" USING LK_Current_Time

               MOVE SPACES TO AuditLogLine
               MOVE EmployeeNumber TO AL-EmployeeNumber
               MOVE "CMPINQ" TO AL-Action
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
                   CLOSE PayrollReport
                   CLOSE AuditLog
               END-IF
               IF WS-CompHist-Ready
                   CLOSE CompHistoryFile
               END-IF
               DISPLAY "COMPHISTINQ: employees looked at "
                   WS-Inquiry-Count.

               End Program CompHistInquiry.
