       Identification Division.
           Program-ID. ContractorMaint.
               Author. Anthony Downs.
               Installation.
               Date-Written. October 15, 2026.
               Date-Compiled.
               Security. Restricted to Human Resources.

      * Independent contractor payee maintenance.  A contractor paid
      * through payroll is kept on ContractorFile, not on
      * PayrollReport, so no W-2, FICA or state withholding is ever
      * produced for one; ContractorPay pays them and Form1099Nec
      * reports them at year end.  Each payee carries a taxpayer
      * identification number (an SSN for an individual or an EIN for
      * a business), whether a W-9 is on file, and whether the IRS has
      * sent a B-notice saying the name and TIN do not match.  A payee
      * with no TIN, no W-9 or a B-notice has backup withholding taken
      * from every payment.
      * The TIN is stored only in the form SsnVault encodes and the
      * deposit account only in the form BankVault encodes.  Keying a
      * routing number of all zeros removes the deposit account, and
      * the payee is then paid by check.
      * Only Human Resources may use this program; the operator id is
      * passed on the command line and must appear on HrOperFile.
      * Every add, change, inactivation and reactivation is written to
      * AuditLog as CTRMNT with the payee number only.
      * Action A adds a payee, C changes one (a blank field leaves the
      * current value alone), D makes one inactive and R makes it
      * active again.  A payee is never deleted, since the 1099 history
      * must stay with it.  A blank payee number ends the session.
       Environment Division.
           Configuration Section.
               Special-Names.

           Input-Output Section.
               File-Control.
                   Select ContractorFile assign to Contract
                       File Status is Contract-Status
                       Organization is Indexed
                       Access Mode is Dynamic
                       Record Key is CT-Payee-Number.

                   Select Optional CompanyMasterFile assign to CompMast
                       File Status is CompMast-Status
                       Organization is Indexed
                       Access Mode is Dynamic
                       Record Key is CM-Company-Code.

                   Select Optional HrOperFile assign to HrOpers
                       Organization is Line Sequential
                       File Status is HrOper-Status.

                   Select AuditLog assign to AuditLog
                       Organization is Line Sequential
                       File Status is WS-AuditLog-Status.

               I-O-Control.

       Data Division.
           File Section.
               FD  ContractorFile
                   Record Contains 200 characters.
                   01  ContractorRecord.
                       05  CT-Payee-Number             PIC X(05).
                       05  CT-Payee-Name               PIC X(30).
                       05  CT-Business-Name            PIC X(30).
                       05  CT-Tin-Type                 PIC X(01).
                           88  CT-Tin-Is-Ssn           value "S".
                           88  CT-Tin-Is-Ein           value "E".
                           88  CT-Tin-Type-Valid       value "S" "E".
                       05  CT-Tin                      PIC 9(09).
                       05  CT-W9-Switch                PIC X(01).
                           88  CT-W9-On-File           value "Y".
                           88  CT-W9-Valid             value "Y" "N".
                       05  CT-BNotice-Switch           PIC X(01).
                           88  CT-Tin-Flagged          value "Y".
                           88  CT-BNotice-Valid        value "Y" "N".
                       05  CT-Street                   PIC X(30).
                       05  CT-City                     PIC X(20).
                       05  CT-State                    PIC X(02).
                       05  CT-Zip                      PIC X(10).
                       05  CT-Bank-Routing             PIC 9(09).
                       05  CT-Bank-Account             PIC X(17).
                       05  CT-Company-Code             PIC X(02).
                       05  CT-Territory                PIC X(02).
                       05  CT-Office                   PIC X(02).
                       05  CT-Status                   PIC X(01).
                           88  CT-Active               value "A".
                           88  CT-Inactive             value "I".
                       05  CT-Last-Updated             PIC 9(08).
                       05  CT-Updated-By               PIC X(08).
                       05                              PIC X(12).

               FD  CompanyMasterFile.
                   01  CompanyMasterRecord.
                       05  CM-Company-Code                  PIC X(02).
                       05  CM-Legal-Name                    PIC X(30).
                       05  CM-EIN                           PIC 9(09).
                       05  CM-Funding-Routing               PIC 9(09).
                       05  CM-Funding-Account               PIC X(17).

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
               COPY "RefTable.cpy".

               01  Contract-Status                     PIC X(02).
               01  CompMast-Status                     PIC X(02).
               01  HrOper-Status                       PIC X(02).
               01  WS-AuditLog-Status                  PIC X(02).

               01  WS-Open-Switch   PIC X(01)   value "Y".
                   88  WS-Files-Ready                       value "Y".
                   88  WS-Open-Failed                        value "N".

               01  WS-CompMast-Switch   PIC X(01)   value "N".
                   88  WS-CompMast-Ready                    value "Y".
                   88  WS-CompMast-Not-Ready                value "N".

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
               01  WS-Inactivated-Count   PIC 9(05)   value 0.
               01  WS-Reactivated-Count   PIC 9(05)   value 0.
               01  WS-Default-Company   PIC X(02)   value "01".
               01  WS-Clear-Tin   PIC 9(09)   value 0.
               01  WS-Clear-Routing   PIC 9(09)   value 0.

               01  WS-Ctr-Action   PIC X(01)   value spaces.
                   88  Ctr-Add-Requested                     value "A".
                   88  Ctr-Change-Requested                  value "C".
                   88  Ctr-Inactivate-Requested              value "D".
                   88  Ctr-Reactivate-Requested              value "R".

      * What was keyed on the screen, held apart from the record so a
      * change can overlay only the fields that were filled in.
               01  ContractorEntry.
                   05  CX-Payee-Number                  PIC X(05).
                   05  CX-Payee-Name                    PIC X(30).
                   05  CX-Business-Name                 PIC X(30).
                   05  CX-Tin-Type                      PIC X(01).
                   05  CX-Tin                           PIC X(09).
                   05  CX-W9-Switch                     PIC X(01).
                   05  CX-BNotice-Switch                PIC X(01).
                   05  CX-Street                        PIC X(30).
                   05  CX-City                          PIC X(20).
                   05  CX-State                         PIC X(02).
                   05  CX-Zip                           PIC X(10).
                   05  CX-Routing                       PIC X(09).
                   05  CX-Account                       PIC X(17).
                   05  CX-Company-Code                  PIC X(02).
                   05  CX-Territory                     PIC X(02).
                   05  CX-Office                        PIC X(02).

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
               01  ContractorMaintScreen.
                   05  Blank Screen
                       Foreground-color Blue
                       Background-color Cyan.
                   05  Line 3 Column 10 value
                       "Contractor Payee Maintenance".
                   05  Input-Prompt.
                       10  Line 5 Column 10 value "Payee Number: ".
                       10  Line 6 Column 10 value "Payee Name: ".
                       10  Line 7 Column 10 value "Business Name: ".
                       10  Line 8 Column 10 value
                           "TIN Type (S=SSN/E=EIN): ".
                       10  Line 9 Column 10 value "TIN: ".
                       10  Line 10 Column 10 value
                           "W-9 On File (Y/N): ".
                       10  Line 11 Column 10 value
                           "IRS B-Notice (Y/N): ".
                       10  Line 12 Column 10 value "Street: ".
                       10  Line 13 Column 10 value "City: ".
                       10  Line 14 Column 10 value "State: ".
                       10  Line 15 Column 10 value "Zip: ".
                       10  Line 16 Column 10 value "Routing Number: ".
                       10  Line 17 Column 10 value "Account Number: ".
                       10  Line 18 Column 10 value "Company: ".
                       10  Line 19 Column 10 value
                           "Territory/Office: ".
                       10  Line 21 Column 10 value
                           "Action (A=Add/C=Change/D=Inactivate/".
                       10  Line 22 Column 10 value
                           "        R=Reactivate): ".
                   05  Input-Answers
                       Auto.
                       10  Line 5 Column 45 PIC X(5) TO
                           CX-Payee-Number.
                       10  Line 6 Column 45 PIC X(30) TO
                           CX-Payee-Name.
                       10  Line 7 Column 45 PIC X(30) TO
                           CX-Business-Name.
                       10  Line 8 Column 45 PIC X(1) TO
                           CX-Tin-Type.
                       10  Line 9 Column 45 PIC X(9) TO
                           CX-Tin.
                       10  Line 10 Column 45 PIC X(1) TO
                           CX-W9-Switch.
                       10  Line 11 Column 45 PIC X(1) TO
                           CX-BNotice-Switch.
                       10  Line 12 Column 45 PIC X(30) TO
                           CX-Street.
                       10  Line 13 Column 45 PIC X(20) TO
                           CX-City.
                       10  Line 14 Column 45 PIC X(2) TO
                           CX-State.
                       10  Line 15 Column 45 PIC X(10) TO
                           CX-Zip.
                       10  Line 16 Column 45 PIC X(9) TO
                           CX-Routing.
                       10  Line 17 Column 45 PIC X(17) TO
                           CX-Account.
                       10  Line 18 Column 45 PIC X(2) TO
                           CX-Company-Code.
                       10  Line 19 Column 45 PIC X(2) TO
                           CX-Territory.
                       10  Line 19 Column 48 PIC X(2) TO
                           CX-Office.
                       10  Line 22 Column 45 PIC X(1) TO
                           WS-Ctr-Action.

       Procedure Division.
           Initilization.
               PERFORM 050-Select-Operator
               PERFORM 600-FormatDate
               PERFORM 060-Check-Hr-Operator
               IF WS-Hr-Operator
                   PERFORM 100-Open-Files
                   IF WS-Files-Ready
                       PERFORM 163-Accept-Contractor-Entries
                           UNTIL WS-Entry-Done
                   END-IF
                   PERFORM 500-Close-Files
               ELSE
                   DISPLAY "CTRMAINT: operator " WS-Operator-Id
                       " is not authorized for contractor maintenance"
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
               OPEN I-O ContractorFile
               CALL "Validations" USING Contract-Status, "CTRMAINT"
               IF Contract-Status = "35"
                   OPEN OUTPUT ContractorFile
                   CLOSE ContractorFile
                   OPEN I-O ContractorFile
                   CALL "Validations" USING Contract-Status,
                       "CTRMAINT"
               END-IF
               IF Contract-Status NOT = "00"
                   SET WS-Open-Failed TO TRUE
               END-IF
               OPEN INPUT CompanyMasterFile
               IF CompMast-Status = "00"
                   SET WS-CompMast-Ready TO TRUE
               END-IF
               OPEN EXTEND AuditLog
               IF WS-AuditLog-Status NOT = "00"
                   OPEN OUTPUT AuditLog
               END-IF.

      *****************************************************************
      * One screen per payee.  A blank payee number, or an escape     *
      * from the screen, ends the session.                            *
      *****************************************************************
           163-Accept-Contractor-Entries.
               MOVE SPACES TO ContractorEntry
               MOVE SPACES TO WS-Ctr-Action
               SET WS-Entry-Valid TO TRUE
               DISPLAY ContractorMaintScreen
               ACCEPT ContractorMaintScreen
                   ON EXCEPTION
                       SET WS-Entry-Done TO TRUE
               END-ACCEPT
               IF NOT WS-Entry-Done
                   IF CX-Payee-Number = SPACES
                       SET WS-Entry-Done TO TRUE
                   ELSE
                       MOVE FUNCTION UPPER-CASE(CX-Tin-Type)
                           TO CX-Tin-Type
                       MOVE FUNCTION UPPER-CASE(CX-W9-Switch)
                           TO CX-W9-Switch
                       MOVE FUNCTION UPPER-CASE(CX-BNotice-Switch)
                           TO CX-BNotice-Switch
                       MOVE FUNCTION UPPER-CASE(CX-State) TO CX-State
                       MOVE FUNCTION UPPER-CASE(WS-Ctr-Action)
                           TO WS-Ctr-Action
                       PERFORM 164-Process-Contractor-Entry
                       IF WS-Entry-Invalid
                           DISPLAY ErrorScreen
                       END-IF
                   END-IF
               END-IF.

           164-Process-Contractor-Entry.
               EVALUATE TRUE
                   WHEN Ctr-Add-Requested
                       PERFORM 166-Add-Contractor
                   WHEN Ctr-Change-Requested
                       PERFORM 168-Change-Contractor
                   WHEN Ctr-Inactivate-Requested
                       PERFORM 170-Set-Contractor-Status
                   WHEN Ctr-Reactivate-Requested
                       PERFORM 170-Set-Contractor-Status
                   WHEN OTHER
                       SET WS-Entry-Invalid TO TRUE
                       MOVE "Action must be A, C, D or R"
                           TO WS-Reject-Reason
               END-EVALUATE.

      *****************************************************************
      * A new payee starts active with no W-9 and no B-notice unless  *
      * keyed otherwise, and in the default company when none is      *
      * keyed.                                                        *
      *****************************************************************
           166-Add-Contractor.
               MOVE SPACES TO ContractorRecord
               MOVE CX-Payee-Number TO CT-Payee-Number
               MOVE 0 TO CT-Tin CT-Bank-Routing
               MOVE "N" TO CT-W9-Switch
               MOVE "N" TO CT-BNotice-Switch
               MOVE WS-Default-Company TO CT-Company-Code
               SET CT-Active TO TRUE
               PERFORM 172-Overlay-Contractor-Entry
               IF WS-Entry-Valid
                   PERFORM 176-Validate-Contractor
               END-IF
               IF WS-Entry-Valid
                   PERFORM 178-Encode-Contractor-Values
                   MOVE WS-Today TO CT-Last-Updated
                   MOVE WS-Operator-Id TO CT-Updated-By
                   WRITE ContractorRecord
                       INVALID KEY
                           SET WS-Entry-Invalid TO TRUE
                           MOVE "Payee number is already on file"
                               TO WS-Reject-Reason
                       NOT INVALID KEY
                           ADD 1 TO WS-Added-Count
                           PERFORM 490-Write-Audit-Record
                   END-WRITE
               END-IF.

           168-Change-Contractor.
               MOVE CX-Payee-Number TO CT-Payee-Number
               READ ContractorFile
                   INVALID KEY
                       SET WS-Entry-Invalid TO TRUE
                       MOVE "Payee is not on the contractor file"
                           TO WS-Reject-Reason
                   NOT INVALID KEY
                       PERFORM 172-Overlay-Contractor-Entry
               END-READ
               IF WS-Entry-Valid
                   PERFORM 176-Validate-Contractor
               END-IF
               IF WS-Entry-Valid
                   PERFORM 178-Encode-Contractor-Values
                   MOVE WS-Today TO CT-Last-Updated
                   MOVE WS-Operator-Id TO CT-Updated-By
                   REWRITE ContractorRecord
                       INVALID KEY
                           SET WS-Entry-Invalid TO TRUE
                           MOVE "Unable to rewrite contractor record"
                               TO WS-Reject-Reason
                       NOT INVALID KEY
                           ADD 1 TO WS-Changed-Count
                           PERFORM 490-Write-Audit-Record
                   END-REWRITE
               END-IF.

           170-Set-Contractor-Status.
               MOVE CX-Payee-Number TO CT-Payee-Number
               READ ContractorFile
                   INVALID KEY
                       SET WS-Entry-Invalid TO TRUE
                       MOVE "Payee is not on the contractor file"
                           TO WS-Reject-Reason
               END-READ
               IF WS-Entry-Valid
                   IF Ctr-Inactivate-Requested
                       SET CT-Inactive TO TRUE
                   ELSE
                       SET CT-Active TO TRUE
                   END-IF
                   MOVE WS-Today TO CT-Last-Updated
                   MOVE WS-Operator-Id TO CT-Updated-By
                   REWRITE ContractorRecord
                       INVALID KEY
                           SET WS-Entry-Invalid TO TRUE
                           MOVE "Unable to rewrite contractor record"
                               TO WS-Reject-Reason
                       NOT INVALID KEY
                           IF Ctr-Inactivate-Requested
                               ADD 1 TO WS-Inactivated-Count
                           ELSE
                               ADD 1 TO WS-Reactivated-Count
                           END-IF
                           PERFORM 490-Write-Audit-Record
                   END-REWRITE
               END-IF.

      *****************************************************************
      * The TIN and routing number are checked for digits here; they  *
      * are moved onto the record in clear form and encoded just      *
      * before the write.                                             *
      *****************************************************************
           172-Overlay-Contractor-Entry.
               IF CX-Payee-Name NOT = SPACES
                   MOVE CX-Payee-Name TO CT-Payee-Name
               END-IF
               IF CX-Business-Name NOT = SPACES
                   MOVE CX-Business-Name TO CT-Business-Name
               END-IF
               IF CX-Tin-Type NOT = SPACES
                   MOVE CX-Tin-Type TO CT-Tin-Type
               END-IF
               MOVE 0 TO WS-Clear-Tin
               IF CX-Tin NOT = SPACES
                   IF CX-Tin IS NUMERIC AND CX-Tin NOT = ZEROS
                       MOVE CX-Tin TO WS-Clear-Tin
                   ELSE
                       SET WS-Entry-Invalid TO TRUE
                       MOVE "TIN must be nine digits"
                           TO WS-Reject-Reason
                   END-IF
               END-IF
               IF CX-W9-Switch NOT = SPACES
                   MOVE CX-W9-Switch TO CT-W9-Switch
               END-IF
               IF CX-BNotice-Switch NOT = SPACES
                   MOVE CX-BNotice-Switch TO CT-BNotice-Switch
               END-IF
               IF CX-Street NOT = SPACES
                   MOVE CX-Street TO CT-Street
               END-IF
               IF CX-City NOT = SPACES
                   MOVE CX-City TO CT-City
               END-IF
               IF CX-State NOT = SPACES
                   MOVE CX-State TO CT-State
               END-IF
               IF CX-Zip NOT = SPACES
                   MOVE CX-Zip TO CT-Zip
               END-IF
               PERFORM 174-Overlay-Bank-Entry
               IF CX-Company-Code NOT = SPACES
                   MOVE CX-Company-Code TO CT-Company-Code
               END-IF
               IF CX-Territory NOT = SPACES
                   MOVE CX-Territory TO CT-Territory
               END-IF
               IF CX-Office NOT = SPACES
                   MOVE CX-Office TO CT-Office
               END-IF.

           174-Overlay-Bank-Entry.
               IF WS-Entry-Valid AND CX-Routing NOT = SPACES
                   IF CX-Routing IS NUMERIC
                       MOVE CX-Routing TO WS-Clear-Routing
                       MOVE WS-Clear-Routing TO CT-Bank-Routing
                       IF WS-Clear-Routing = 0
                           MOVE SPACES TO CT-Bank-Account
                       END-IF
                   ELSE
                       SET WS-Entry-Invalid TO TRUE
                       MOVE "Routing number must be nine digits"
                           TO WS-Reject-Reason
                   END-IF
               END-IF
               IF WS-Entry-Valid AND CX-Account NOT = SPACES
                   MOVE CX-Account TO CT-Bank-Account
               END-IF.

           176-Validate-Contractor.
               EVALUATE TRUE
                   WHEN CT-Payee-Name = SPACES
                       SET WS-Entry-Invalid TO TRUE
                       MOVE "Payee name is required"
                           TO WS-Reject-Reason
                   WHEN CT-Tin-Type NOT = SPACES
                           AND NOT CT-Tin-Type-Valid
                       SET WS-Entry-Invalid TO TRUE
                       MOVE "TIN type must be S or E"
                           TO WS-Reject-Reason
                   WHEN (WS-Clear-Tin NOT = 0 OR CT-Tin NOT = 0)
                           AND NOT CT-Tin-Type-Valid
                       SET WS-Entry-Invalid TO TRUE
                       MOVE "TIN type is required with a TIN"
                           TO WS-Reject-Reason
                   WHEN NOT CT-W9-Valid
                       SET WS-Entry-Invalid TO TRUE
                       MOVE "W-9 on file must be Y or N"
                           TO WS-Reject-Reason
                   WHEN NOT CT-BNotice-Valid
                       SET WS-Entry-Invalid TO TRUE
                       MOVE "B-notice must be Y or N"
                           TO WS-Reject-Reason
                   WHEN CT-Bank-Account NOT = SPACES
                           AND CT-Bank-Routing = 0
                       SET WS-Entry-Invalid TO TRUE
                       MOVE "Account number requires a routing number"
                           TO WS-Reject-Reason
                   WHEN CT-Bank-Routing NOT = 0
                           AND CT-Bank-Account = SPACES
                       SET WS-Entry-Invalid TO TRUE
                       MOVE "Routing number requires an account"
                           TO WS-Reject-Reason
               END-EVALUATE
               IF WS-Entry-Valid
                   PERFORM 177-Validate-Company-Office
               END-IF.

      *****************************************************************
      * The company must be on CompanyMaster when that file is kept,  *
      * and the territory/office on the territory table when one is   *
      * keyed.  The office is where the fees are charged in the GL.   *
      *****************************************************************
           177-Validate-Company-Office.
               IF WS-CompMast-Ready
                   MOVE CT-Company-Code TO CM-Company-Code
                   READ CompanyMasterFile
                       INVALID KEY
                           SET WS-Entry-Invalid TO TRUE
                           MOVE "Company is not on the company master"
                               TO WS-Reject-Reason
                   END-READ
               END-IF
               IF WS-Entry-Valid
                   IF CT-Territory = SPACES OR CT-Office = SPACES
                       SET WS-Entry-Invalid TO TRUE
                       MOVE "Territory and office are required"
                           TO WS-Reject-Reason
                   ELSE
                       SET RT-TerrOff-Table TO TRUE
                       MOVE SPACES TO RT-Key
                       MOVE CT-Territory TO RT-Key-Territory
                       MOVE CT-Office TO RT-Key-Office
                       MOVE 0 TO RT-As-Of-Date
                       CALL "RefTable" USING RefTableRequest
                       IF RT-Not-Found
                           SET WS-Entry-Invalid TO TRUE
                           MOVE "Territory/office is not on file"
                               TO WS-Reject-Reason
                       END-IF
                   END-IF
               END-IF.

      * A TIN keyed on this screen replaces the stored one; one left
      * blank keeps the stored (already encoded) value.  BankVault
      * leaves an account that is already encoded alone.
           178-Encode-Contractor-Values.
               IF WS-Clear-Tin NOT = 0
                   CALL "SsnVault" USING "ENCODE", WS-Clear-Tin,
                       "CTRMAINT    ", WS-Operator-Id, CT-Payee-Number
                   MOVE WS-Clear-Tin TO CT-Tin
                   MOVE 0 TO WS-Clear-Tin
               END-IF
               IF CT-Bank-Account NOT = SPACES
                   CALL "BankVault" USING "ENCODE", CT-Bank-Account,
                       "CTRMAINT    ", WS-Operator-Id, CT-Payee-Number
               END-IF.

           490-Write-Audit-Record.
               CALL "DateFormat" USING LK_Current_Date
               CALL "TimeFormats" USING LK_Current_Time

               MOVE SPACES TO AuditLogLine
               MOVE CT-Payee-Number TO AL-EmployeeNumber
               MOVE "CTRMNT" TO AL-Action
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
                   CLOSE ContractorFile
                   CLOSE AuditLog
               END-IF
               IF WS-CompMast-Ready
                   CLOSE CompanyMasterFile
               END-IF
               DISPLAY "CTRMAINT: payees added " WS-Added-Count
                   " changed " WS-Changed-Count
                   " inactivated " WS-Inactivated-Count
                   " reactivated " WS-Reactivated-Count.

           600-FormatDate.
               CALL "DateFormat" USING LK_Current_Date
               MOVE LK_Current_Date TO WS-Today.

               End Program ContractorMaint.
