       Identification Division.
           Program-ID. I9Tickler.
               Author. Anthony Downs.
               Installation.
               Date-Written. October 15, 2026.
               Date-Compiled.
               Security.

      * Form I-9 reverification tickler.  Every active or on-leave
      * employee whose work authorization on I9AuthFile expires within
      * 90 days of the as-of date is listed under their manager, in
      * expiration order, in one of four groups: already expired,
      * due within 30 days, within 60 days and within 90 days.  The
      * list is built by sorting on ManagerNumber and taking a control
      * break on the way back out, as ManagerSummary does; the
      * manager's name comes from the master.  Employees with no I-9
      * record on file are counted on the totals page so the gap can
      * be chased down.
      *
      * Columns 1-8 of the command line give the as-of date; the
      * default is today.  The run ends with return code 4 when any
      * active or on-leave employee is working on an expired
      * authorization.
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

                   Select Optional I9AuthFile assign to I9Auth
                       File Status is I9Auth-Status
                       Organization is Indexed
                       Access Mode is Dynamic
                       Record Key is I9-EmployeeNumber.

                   Select I9TicklerFile assign to I9Tick
                       Organization is Line Sequential
                       File Status is I9Tick-Status.

                   Select I9SortFile assign to I9Sort.

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

               FD  I9AuthFile.
                   01  I9AuthRecord.
                       05  I9-EmployeeNumber                PIC X(05).
                       05  I9-Document-Type                 PIC X(02).
                       05  I9-Section2-Date                 PIC 9(08).
                       05  I9-Auth-Expiration-Date          PIC 9(08).
                       05  I9-Section2-Deadline             PIC 9(08).
                       05  I9-Late-Flag                     PIC X(01).
                       05  I9-Operator                      PIC X(08).
                       05  I9-Last-Updated                  PIC 9(08).
                       05                                   PIC X(12).

               FD  I9TicklerFile
                   Record Contains 132 characters.
                   01  I9PrintLine                         PIC X(132).

               SD  I9SortFile.
                   01  I9SortRecord.
                       05  SI-Manager                       PIC X(05).
                       05  SI-Expiration-Date               PIC 9(08).
                       05  SI-EmployeeNumber                PIC X(05).
                       05  SI-EmployeeName                  PIC X(20).
                       05  SI-EmployeeStatus                PIC X(01).
                       05  SI-Document-Type                 PIC X(02).
                       05  SI-Days-Left                     PIC S9(05).
                       05  SI-Group                         PIC X(01).
                           88  SI-Expired                   value "E".
                           88  SI-Within-30                 value "1".
                           88  SI-Within-60                 value "2".
                           88  SI-Within-90                 value "3".

           Working-Storage Section.
               COPY "Misc.cpy".
              COPY "WS_Date.cpy" REPLACING LEADING ==Prefix== BY ==LK==.
               COPY "HeaderMain.cpy".
               COPY "EmployeeRecord.cpy".

               01  I9Auth-Status                        PIC X(02).
               01  I9Tick-Status                        PIC X(02).

               01  WS-Open-Switch   PIC X(01)   value "Y".
                   88  WS-Files-Ready                       value "Y".
                   88  WS-Open-Failed                        value "N".

               01  WS-I9Auth-Switch   PIC X(01)   value "N".
                   88  WS-I9Auth-Ready                       value "Y".
                   88  WS-I9Auth-Not-Ready                   value "N".

               01  WS-Sort-Eof-Switch   PIC X(01)   value "N".
                   88  WS-Sort-Eof                          value "Y".
                   88  WS-Sort-Not-Eof                      value "N".

               01  WS-Command-Line-Param   PIC X(40)   value spaces.
               01  WS-Today   PIC 9(08)   value 0.
               01  WS-As-Of-Date   PIC 9(08)   value 0.
               01  WS-As-Of-Integer   PIC 9(07)   value 0.
               01  WS-Expire-Integer   PIC 9(07)   value 0.
               01  WS-Days-Left   PIC S9(05)   value 0.

               01  WS-Previous-Manager   PIC X(05)   value spaces.
               01  WS-Manager-Name   PIC X(20)   value spaces.
               01  WS-Manager-Count   PIC 9(05)   value 0.
               01  WS-Expired-Count   PIC 9(05)   COMP value 0.
               01  WS-Within-30-Count   PIC 9(05)   COMP value 0.
               01  WS-Within-60-Count   PIC 9(05)   COMP value 0.
               01  WS-Within-90-Count   PIC 9(05)   COMP value 0.
               01  WS-No-I9-Count   PIC 9(05)   COMP value 0.
               01  WS-Listed-Count   PIC 9(05)   COMP value 0.

               01  I9Heading2.
               05   PIC X(17)   value spaces.
               05   PIC X(36)   value
                   "I-9 Reverification Tickler as of".
               05  IH-As-Of-Date   PIC 9(4)/99/99.

               01  I9ManagerLine.
               05   PIC X(09)   value "Manager: ".
                   05  IM-Manager                          PIC X(05).
               05   PIC X(02)   value spaces.
                   05  IM-Manager-Name                     PIC X(20).

               01  I9ColumnHeadings.
               05   PIC X(04)   value spaces.
               05   PIC X(07)   value "Emp No".
               05   PIC X(21)   value "Employee Name".
               05   PIC X(07)   value "Status".
               05   PIC X(05)   value "Doc".
               05   PIC X(12)   value "Expires".
               05   PIC X(11)   value "Days Left".
               05   PIC X(15)   value "Reverify".

               01  I9DetailLine.
               05   PIC X(04)   value spaces.
                   05  ID-EmployeeNumber                   PIC X(05).
               05   PIC X(02)   value spaces.
                   05  ID-EmployeeName                     PIC X(20).
               05   PIC X(03)   value spaces.
                   05  ID-EmployeeStatus                   PIC X(01).
               05   PIC X(05)   value spaces.
                   05  ID-Document-Type                    PIC X(02).
               05   PIC X(03)   value spaces.
                   05  ID-Expiration-Date               PIC 9(4)/99/99.
               05   PIC X(02)   value spaces.
                   05  ID-Days-Left                        PIC -----9.
               05   PIC X(05)   value spaces.
                   05  ID-Group                            PIC X(15).

               01  I9ManagerTotalLine.
               05   PIC X(04)   value spaces.
               05   PIC X(28)   value "Employees to reverify:".
                   05  IT-Manager-Count                    PIC ZZZZ9.

               01  I9TotalLine.
               05   PIC X(04)   value spaces.
                   05  IG-Label                            PIC X(28).
                   05  IG-Count                            PIC ZZZZ9.

       Procedure Division.
           Initilization.
               PERFORM 600-FormatDate
               PERFORM 700-FormatTime
               PERFORM 050-Select-Run-Options
               PERFORM 100-Open-Files
               IF WS-Files-Ready
                   SORT I9SortFile
                       ON ASCENDING KEY SI-Manager
                       ON ASCENDING KEY SI-Expiration-Date
                       ON ASCENDING KEY SI-EmployeeNumber
                       INPUT PROCEDURE IS 240-Build-Sort-Input
                       OUTPUT PROCEDURE IS 250-Produce-Tickler
               END-IF
               PERFORM 500-Close-Files.
               IF WS-Open-Failed
                   MOVE 16 TO RETURN-CODE
               ELSE
                   IF WS-Expired-Count > 0
                       MOVE 4 TO RETURN-CODE
                   END-IF
               END-IF
               STOP RUN.

           050-Select-Run-Options.
               ACCEPT WS-Command-Line-Param FROM COMMAND-LINE
               MOVE WS-Today TO WS-As-Of-Date
               IF WS-Command-Line-Param(1:8) IS NUMERIC
                   MOVE WS-Command-Line-Param(1:8) TO WS-As-Of-Date
               END-IF
               MOVE WS-As-Of-Date TO IH-As-Of-Date
               COMPUTE WS-As-Of-Integer =
                   FUNCTION INTEGER-OF-DATE(WS-As-Of-Date)
               DISPLAY "I9TICKLER: as of " WS-As-Of-Date.

           100-Open-Files.
               OPEN INPUT PayrollReport
                   CALL "Validations" USING File_Status, "I9TICKLER"
               OPEN OUTPUT I9TicklerFile
               CALL "Validations" USING I9Tick-Status, "I9TICKLER"
               IF File_Status NOT = "00" OR I9Tick-Status NOT = "00"
                   SET WS-Open-Failed TO TRUE
               END-IF
               OPEN INPUT I9AuthFile
               IF I9Auth-Status = "00"
                   SET WS-I9Auth-Ready TO TRUE
               END-IF.

           200-Read-Records.
               READ PayrollReport NEXT RECORD
                   AT END
                       SET WS-Eof TO TRUE
                   NOT AT END
                       MOVE EmployeeRecord TO EmployeeRecords
               END-READ.

      *****************************************************************
      * Only active and on-leave employees need a current work        *
      * authorization; anyone expiring more than 90 days out is not   *
      * due yet and is left off the tickler.                          *
      *****************************************************************
           240-Build-Sort-Input.
               PERFORM 200-Read-Records
               PERFORM 245-Release-One-Record
                   UNTIL WS-Eof.

           245-Release-One-Record.
               IF Employee-Active OR Employee-Leave
                   PERFORM 247-Check-Authorization
               END-IF
               PERFORM 200-Read-Records.

           247-Check-Authorization.
               MOVE 0 TO I9-Auth-Expiration-Date
               MOVE SPACES TO I9-Document-Type
               IF WS-I9Auth-Ready
                   MOVE EmployeeNumber TO I9-EmployeeNumber
                   READ I9AuthFile
                       INVALID KEY
                           ADD 1 TO WS-No-I9-Count
                   END-READ
               ELSE
                   ADD 1 TO WS-No-I9-Count
               END-IF
               IF I9-Auth-Expiration-Date > 0
                   COMPUTE WS-Expire-Integer =
                       FUNCTION INTEGER-OF-DATE(I9-Auth-Expiration-Date)
                   COMPUTE WS-Days-Left =
                       WS-Expire-Integer - WS-As-Of-Integer
                   IF WS-Days-Left <= 90
                       PERFORM 248-Release-Tickler-Entry
                   END-IF
               END-IF.

           248-Release-Tickler-Entry.
               MOVE ManagerNumber TO SI-Manager
               MOVE I9-Auth-Expiration-Date TO SI-Expiration-Date
               MOVE EmployeeNumber TO SI-EmployeeNumber
               MOVE EmployeeName TO SI-EmployeeName
               MOVE EmployeeStatus TO SI-EmployeeStatus
               MOVE I9-Document-Type TO SI-Document-Type
               MOVE WS-Days-Left TO SI-Days-Left
               EVALUATE TRUE
                   WHEN WS-Days-Left < 0
                       SET SI-Expired TO TRUE
                   WHEN WS-Days-Left <= 30
                       SET SI-Within-30 TO TRUE
                   WHEN WS-Days-Left <= 60
                       SET SI-Within-60 TO TRUE
                   WHEN OTHER
                       SET SI-Within-90 TO TRUE
               END-EVALUATE
               RELEASE I9SortRecord.

           250-Produce-Tickler.
               PERFORM 300-Write-Heading
               SET WS-Sort-Not-Eof TO TRUE
               PERFORM 255-Return-One-Record
               PERFORM 260-List-With-Break
                   UNTIL WS-Sort-Eof
               PERFORM 265-End-Manager-Break
               PERFORM 290-Write-Totals.

           255-Return-One-Record.
               RETURN I9SortFile
                   AT END
                       SET WS-Sort-Eof TO TRUE
               END-RETURN.

           260-List-With-Break.
               IF WS-Manager-Count > 0
                       AND SI-Manager NOT = WS-Previous-Manager
                   PERFORM 265-End-Manager-Break
               END-IF
               IF WS-Manager-Count = 0
                   PERFORM 270-Start-Manager
               END-IF
               MOVE SI-EmployeeNumber TO ID-EmployeeNumber
               MOVE SI-EmployeeName TO ID-EmployeeName
               MOVE SI-EmployeeStatus TO ID-EmployeeStatus
               MOVE SI-Document-Type TO ID-Document-Type
               MOVE SI-Expiration-Date TO ID-Expiration-Date
               MOVE SI-Days-Left TO ID-Days-Left
               EVALUATE TRUE
                   WHEN SI-Expired
                       MOVE "EXPIRED" TO ID-Group
                       ADD 1 TO WS-Expired-Count
                   WHEN SI-Within-30
                       MOVE "Within 30 days" TO ID-Group
                       ADD 1 TO WS-Within-30-Count
                   WHEN SI-Within-60
                       MOVE "Within 60 days" TO ID-Group
                       ADD 1 TO WS-Within-60-Count
                   WHEN OTHER
                       MOVE "Within 90 days" TO ID-Group
                       ADD 1 TO WS-Within-90-Count
               END-EVALUATE
               MOVE SPACES TO I9PrintLine
               WRITE I9PrintLine FROM I9DetailLine
                   AFTER ADVANCING 1
               ADD 1 TO WS-Manager-Count
               ADD 1 TO WS-Listed-Count
               MOVE SI-Manager TO WS-Previous-Manager
               PERFORM 255-Return-One-Record.

           265-End-Manager-Break.
               IF WS-Manager-Count > 0
                   MOVE WS-Manager-Count TO IT-Manager-Count
                   MOVE SPACES TO I9PrintLine
                   WRITE I9PrintLine FROM I9ManagerTotalLine
                       AFTER ADVANCING 1
                   MOVE 0 TO WS-Manager-Count
                   MOVE SPACES TO WS-Previous-Manager
               END-IF.

           270-Start-Manager.
               MOVE SPACES TO WS-Manager-Name
               IF SI-Manager = SPACES
                   MOVE "(no manager)" TO WS-Manager-Name
               ELSE
                   MOVE SI-Manager TO PR-EmployeeNumber
                   READ PayrollReport
                       INVALID KEY
                           MOVE "(not on master)" TO WS-Manager-Name
                       NOT INVALID KEY
                           MOVE PR-EmployeeName TO WS-Manager-Name
                   END-READ
               END-IF
               MOVE SI-Manager TO IM-Manager
               MOVE WS-Manager-Name TO IM-Manager-Name
               MOVE SPACES TO I9PrintLine
               WRITE I9PrintLine FROM I9ManagerLine
                   AFTER ADVANCING 2
               WRITE I9PrintLine FROM I9ColumnHeadings
                   AFTER ADVANCING 1.

           290-Write-Totals.
               MOVE "Already expired:" TO IG-Label
               MOVE WS-Expired-Count TO IG-Count
               MOVE SPACES TO I9PrintLine
               WRITE I9PrintLine FROM I9TotalLine
                   AFTER ADVANCING 3
               MOVE "Expiring within 30 days:" TO IG-Label
               MOVE WS-Within-30-Count TO IG-Count
               WRITE I9PrintLine FROM I9TotalLine
                   AFTER ADVANCING 1
               MOVE "Expiring within 60 days:" TO IG-Label
               MOVE WS-Within-60-Count TO IG-Count
               WRITE I9PrintLine FROM I9TotalLine
                   AFTER ADVANCING 1
               MOVE "Expiring within 90 days:" TO IG-Label
               MOVE WS-Within-90-Count TO IG-Count
               WRITE I9PrintLine FROM I9TotalLine
                   AFTER ADVANCING 1
               MOVE "Total to reverify:" TO IG-Label
               MOVE WS-Listed-Count TO IG-Count
               WRITE I9PrintLine FROM I9TotalLine
                   AFTER ADVANCING 1
               MOVE "Active/leave with no I-9:" TO IG-Label
               MOVE WS-No-I9-Count TO IG-Count
               WRITE I9PrintLine FROM I9TotalLine
                   AFTER ADVANCING 1
               DISPLAY "I9TICKLER: " WS-Listed-Count " to reverify, "
                   WS-Expired-Count " expired".

           300-Write-Heading.
               MOVE "I-9 Tickler" TO HeaderReportTitle
               MOVE SPACES TO I9PrintLine
               WRITE I9PrintLine FROM HeaderMain
                   AFTER ADVANCING PAGE
               WRITE I9PrintLine FROM I9Heading2
                   AFTER ADVANCING 1
               WRITE I9PrintLine FROM HeaderMain3
                   AFTER ADVANCING 2.

           500-Close-Files.
               CLOSE PayrollReport
               CLOSE I9TicklerFile
               IF WS-I9Auth-Ready
                   CLOSE I9AuthFile
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

               End Program I9Tickler.
