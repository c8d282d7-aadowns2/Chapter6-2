       Identification Division.
           Program-ID. W4ExemptLapse.
               Author. Anthony Downs.
               Installation.
               Date-Written. October 15, 2026.
               Date-Compiled.
               Security.

      * Exception report of employees whose W-4 exempt claim has
      * lapsed.  An exempt claim is good through February 15 of the
      * year after it takes effect; unless the employee files a new
      * election, withholding resumes on the remaining W-4 values once
      * that date passes.  The report reads W4ElectionFile in key order
      * and looks only at each employee's most recent election, so a
      * renewed claim clears the exception.  Terminated employees are
      * left off.  An as-of date (YYYYMMDD) may be passed on the
      * command line; it defaults to today.
       Environment Division.
           Configuration Section.
               Special-Names.

           Input-Output Section.
               File-Control.
                   Select W4ElectionFile assign to W4Elect
                       File Status is W4Elect-Status
                       Organization is Indexed
                       Access Mode is Sequential
                       Record Key is W4-Key.

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

                   Select ExemptLapseReportFile assign to W4LapseRpt
                       Organization is Line Sequential
                       File Status is LapseRpt-Status.

               I-O-Control.

       Data Division.
           File Section.
               FD  W4ElectionFile.
                   01  W4ElectionRecord.
                       05  W4-Key.
                           10  W4-EmployeeNumber            PIC X(05).
                           10  W4-Effective-Date            PIC 9(08).
                       05  W4-Filing-Status                 PIC X(01).
                           88  W4-Single                    value "S".
                           88  W4-Married-Joint             value "M".
                           88  W4-Head-Of-Household         value "H".
                       05  W4-Dependents-Credit          PIC 9(05)V99.
                       05  W4-Other-Income               PIC 9(07)V99.
                       05  W4-Extra-Withholding          PIC 9(05)V99.
                       05  W4-Exempt-Flag                   PIC X(01).
                           88  W4-Exempt                    value "Y".
                           88  W4-Not-Exempt                value "N".
                       05  W4-Exempt-Expiry                 PIC 9(08).
                       05  W4-Operator                      PIC X(08).
                       05  W4-Entry-Date                    PIC 9(08).

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

               FD  ExemptLapseReportFile
                   Record Contains 132 characters.
                   01  LapseRptPrintLine                   PIC X(132).

           Working-Storage Section.
               COPY "Misc.cpy".
              COPY "WS_Date.cpy" REPLACING LEADING ==Prefix== BY ==LK==.
               COPY "HeaderMain.cpy".
               COPY "EmployeeRecord.cpy".

               01  W4Elect-Status                      PIC X(02).
               01  LapseRpt-Status                     PIC X(02).

               01  WS-Open-Switch   PIC X(01)   value "Y".
                   88  WS-Files-Ready                       value "Y".
                   88  WS-Open-Failed                        value "N".

               01  WS-Held-Switch   PIC X(01)   value "N".
                   88  WS-Election-Held                     value "Y".
                   88  WS-No-Election-Held                  value "N".

               01  WS-Held-Election.
                   05  HE-EmployeeNumber                PIC X(05).
                   05  HE-Effective-Date                PIC 9(08).
                   05  HE-Filing-Status                 PIC X(01).
                   05  HE-Dependents-Credit          PIC 9(05)V99.
                   05  HE-Other-Income               PIC 9(07)V99.
                   05  HE-Extra-Withholding          PIC 9(05)V99.
                   05  HE-Exempt-Flag                   PIC X(01).
                       88  HE-Exempt                    value "Y".
                   05  HE-Exempt-Expiry                 PIC 9(08).
                   05  HE-Operator                      PIC X(08).
                   05  HE-Entry-Date                    PIC 9(08).

               01  WS-Command-Line-Param   PIC X(40)   value spaces.
               01  WS-As-Of-Date   PIC 9(08)   value 0.
               01  WS-Lapsed-Days   PIC S9(08)   COMP value 0.
               01  WS-Election-Count   PIC 9(05)   COMP value 0.
               01  WS-Exempt-Count   PIC 9(05)   COMP value 0.
               01  WS-Lapsed-Count   PIC 9(05)   COMP value 0.

               01  LapseHeading2.
               05   PIC X(17)   value spaces.
               05   PIC X(30)   value "Lapsed W-4 Exempt Claims".
               05   PIC X(3)   value spaces.
               05   PIC X(7)   value "As Of: ".
               05  LH-As-Of-Date   PIC 9(04)/9(02)/9(02).

               01  LapseColumnHeadings.
               05   PIC X(05)   value "Emp #".
               05   PIC X(3)   value spaces.
               05   PIC X(20)   value "Employee Name".
               05   PIC X(3)   value spaces.
               05   PIC X(05)   value "Terr".
               05   PIC X(3)   value spaces.
               05   PIC X(06)   value "Office".
               05   PIC X(3)   value spaces.
               05   PIC X(10)   value "Claim Date".
               05   PIC X(3)   value spaces.
               05   PIC X(10)   value "Expired On".
               05   PIC X(3)   value spaces.
               05   PIC X(12)   value "Days Lapsed".
               05   PIC X(3)   value spaces.
               05   PIC X(06)   value "Status".

               01  LapseDetailLine.
                   05  LD-EmployeeNumber                PIC X(05).
               05   PIC X(3) value spaces.
                   05  LD-EmployeeName                  PIC X(20).
               05   PIC X(3) value spaces.
                   05  LD-Territory                     PIC X(05).
               05   PIC X(3) value spaces.
                   05  LD-Office                        PIC X(06).
               05   PIC X(3) value spaces.
               05  LD-Effective-Date   PIC 9(04)/9(02)/9(02).
               05   PIC X(3) value spaces.
               05  LD-Expiry-Date   PIC 9(04)/9(02)/9(02).
               05   PIC X(3) value spaces.
                   05  LD-Lapsed-Days                   PIC ZZZZZ9.
               05   PIC X(9) value spaces.
                   05  LD-Status                        PIC X(06).

               01  LapseTotalLine.
               05   PIC X(19)   value "Employees on file: ".
                   05  LT-Election-Count                PIC ZZZZ9.
               05   PIC X(5)   value spaces.
               05   PIC X(15)   value "Exempt claims: ".
                   05  LT-Exempt-Count                  PIC ZZZZ9.
               05   PIC X(5)   value spaces.
               05   PIC X(08)   value "Lapsed: ".
                   05  LT-Lapsed-Count                  PIC ZZZZ9.

       Procedure Division.
           Initilization.
               PERFORM 600-FormatDate
               PERFORM 700-FormatTime
               PERFORM 050-Select-As-Of-Date
               PERFORM 100-Open-Files
               IF WS-Files-Ready
                   PERFORM 300-Write-Heading
                   PERFORM 200-Read-Records
                   PERFORM 400-Check-One-Election
                       UNTIL WS-Eof
                   PERFORM 410-Check-Held-Election
                   PERFORM 450-Write-Total
               END-IF
               PERFORM 500-Close-Files.
               IF WS-Open-Failed
                   MOVE 16 TO RETURN-CODE
               ELSE
                   IF WS-Lapsed-Count > 0
                       MOVE 4 TO RETURN-CODE
                   END-IF
               END-IF
               STOP RUN.

           050-Select-As-Of-Date.
               ACCEPT WS-Command-Line-Param FROM COMMAND-LINE
               IF WS-Command-Line-Param(1:8) IS NUMERIC
                   MOVE WS-Command-Line-Param(1:8) TO WS-As-Of-Date
               END-IF
               DISPLAY "W4LAPSE: exempt claims checked as of "
                   WS-As-Of-Date.

           100-Open-Files.
               OPEN INPUT W4ElectionFile
               CALL "Validations" USING W4Elect-Status, "W4LAPSE"
               OPEN INPUT PayrollReport
                   CALL "Validations" USING File_Status, "W4LAPSE"
               OPEN OUTPUT ExemptLapseReportFile
               CALL "Validations" USING LapseRpt-Status, "W4LAPSE"
               IF W4Elect-Status NOT = "00"
                       OR File_Status NOT = "00"
                       OR LapseRpt-Status NOT = "00"
                   SET WS-Open-Failed TO TRUE
               END-IF.

           200-Read-Records.
               READ W4ElectionFile NEXT RECORD
                   AT END
                       SET WS-Eof TO TRUE
               END-READ.

           300-Write-Heading.
               MOVE WS-As-Of-Date TO LH-As-Of-Date
               MOVE SPACES TO LapseRptPrintLine
               WRITE LapseRptPrintLine FROM HeaderMain
                   AFTER ADVANCING PAGE
               WRITE LapseRptPrintLine FROM LapseHeading2
                   AFTER ADVANCING 1
               WRITE LapseRptPrintLine FROM HeaderMain3
                   AFTER ADVANCING 2
               WRITE LapseRptPrintLine FROM LapseColumnHeadings
                   AFTER ADVANCING 2.

           400-Check-One-Election.
               IF WS-Election-Held
                       AND W4-EmployeeNumber NOT = HE-EmployeeNumber
                   PERFORM 410-Check-Held-Election
               END-IF
               IF W4-Effective-Date <= WS-As-Of-Date
                   MOVE W4ElectionRecord TO WS-Held-Election
                   SET WS-Election-Held TO TRUE
               END-IF
               PERFORM 200-Read-Records.

           410-Check-Held-Election.
               IF WS-Election-Held
                   ADD 1 TO WS-Election-Count
                   IF HE-Exempt
                       ADD 1 TO WS-Exempt-Count
                       IF HE-Exempt-Expiry < WS-As-Of-Date
                           PERFORM 420-Write-Lapsed-Line
                       END-IF
                   END-IF
                   SET WS-No-Election-Held TO TRUE
               END-IF.

           420-Write-Lapsed-Line.
               INITIALIZE EmployeeRecords
               MOVE "*NOT ON PAYROLL FILE" TO EmployeeName
               MOVE HE-EmployeeNumber TO PR-EmployeeNumber
               READ PayrollReport
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE EmployeeRecord TO EmployeeRecords
               END-READ
               IF NOT Employee-Terminated
                   ADD 1 TO WS-Lapsed-Count
                   COMPUTE WS-Lapsed-Days =
                       FUNCTION INTEGER-OF-DATE(WS-As-Of-Date)
                           - FUNCTION INTEGER-OF-DATE(HE-Exempt-Expiry)
                   MOVE HE-EmployeeNumber TO LD-EmployeeNumber
                   MOVE EmployeeName TO LD-EmployeeName
                   MOVE TerritoryNumber TO LD-Territory
                   MOVE OfficeNumber TO LD-Office
                   MOVE HE-Effective-Date TO LD-Effective-Date
                   MOVE HE-Exempt-Expiry TO LD-Expiry-Date
                   MOVE WS-Lapsed-Days TO LD-Lapsed-Days
                   MOVE EmployeeStatus TO LD-Status
                   MOVE SPACES TO LapseRptPrintLine
                   WRITE LapseRptPrintLine FROM LapseDetailLine
                       AFTER ADVANCING 1
               END-IF.

           450-Write-Total.
               MOVE WS-Election-Count TO LT-Election-Count
               MOVE WS-Exempt-Count TO LT-Exempt-Count
               MOVE WS-Lapsed-Count TO LT-Lapsed-Count
               MOVE SPACES TO LapseRptPrintLine
               WRITE LapseRptPrintLine FROM LapseTotalLine
                   AFTER ADVANCING 2.

           500-Close-Files.
               CLOSE W4ElectionFile
               CLOSE PayrollReport
               CLOSE ExemptLapseReportFile.

           600-FormatDate.
               CALL "DateFormat" USING LK_Current_Date
               MOVE LK_Current_Date TO WS-As-Of-Date
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

               End Program W4ExemptLapse.
