      * file (the same population DirectDepositExport skips).  Each
      * check issued is also written to CheckRegisterFile with status
      * O (outstanding) so ClearedCheckIntake and StaleCheckAging can
      * track it through to paid or escheatment review.  Run with the
      * OFFCYCLE option it issues checks only for the off-cycle
      * payments queued by OffCyclePay, together with any pay that
      * DirectDepositExport routed to check because the employee's
      * deposit account is on a change hold.  Every run also sends a
      * VOID line for each check VoidPaycheck has marked V on the
      * register and then marks it X (void sent) so it goes to the
      * bank once.
      * The finished file is entered on the outbound interface register
      * as POSPAY with the same count and dollar total as its TOTAL
      * line (issued checks only) and the sum of the issued check
      * numbers as the hash total.
       Environment Division.
           Configuration Section.
               Special-Names.
                       Access Mode is Dynamic
                       Record Key is CG-Check-Number.

                   Select Optional OffCycleCheckFile assign to OffChk
                       Organization is Line Sequential
                       File Status is OffChk-Status.

                   Select PositivePayFile assign to PosPay
                       Organization is Line Sequential
                       05  CG-Status                        PIC X(01).
                           88  CG-Outstanding               value "O".
                           88  CG-Paid                      value "P".
                           88  CG-Voided                    value "V".
                           88  CG-Void-Sent                 value "X".
                       05  CG-Paid-Date                     PIC 9(08).

               FD  OffCycleCheckFile
                   Record Contains 80 characters.
                   01  OffCyclePayLine.
                       05  OP-Record-Type                   PIC X(06).
                       05                                   PIC X(01).
                       05  OP-EmployeeNumber                PIC X(05).
                       05                                   PIC X(01).
                       05  OP-EmployeeName                  PIC X(20).
                       05                                   PIC X(01).
                       05  OP-Net-Amount                 PIC 9(07)V99.
                       05                                   PIC X(01).
                       05  OP-Period-Date                   PIC 9(08).
                       05                                   PIC X(01).
                       05  OP-Status                        PIC X(01).
                       05                                   PIC X(26).

               FD  PositivePayFile
                   Record Contains 80 characters.

           Working-Storage Section.
               COPY "Misc.cpy".
               COPY "RefTable.cpy".
              COPY "WS_Date.cpy" REPLACING LEADING ==Prefix== BY ==LK==.
               COPY "EmployeeRecord.cpy".
               COPY "IfaceReg.cpy".

               01  CheckReg-Status                     PIC X(02).
               01  PosPay-Status                       PIC X(02).
               01  OffChk-Status                       PIC X(02).
               01  WS-OffChk-Eof-Switch   PIC X(01)   value "N".
                   88  WS-OffChk-Eof                        value "Y".
                   88  WS-OffChk-Not-Eof                    value "N".

               01  WS-Command-Line-Param   PIC X(40)   value spaces.
               01  WS-Run-Option   PIC X(08)   value spaces.
                   88  WS-Off-Cycle-Run                value "OFFCYCLE".

               01  WS-Open-Switch   PIC X(01)   value "Y".
                   88  WS-Files-Ready                       value "Y".
                   88  WS-Open-Failed                        value "N".

               01  WS-Pay-Frequency   PIC X(01)   value "B".
                   88  WS-Pays-Weekly                        value "W".
                   88  WS-Pays-Biweekly                      value "B".
               01  WS-Today   PIC 9(08)   value 0.
               01  WS-Next-Check-Number   PIC 9(08)   value 0.
               01  WS-Check-Count   PIC 9(05)   COMP value 0.
               01  WS-Void-Sent-Count   PIC 9(05)   COMP value 0.
               01  WS-VoidScan-Switch   PIC X(01)   value "N".
                   88  WS-VoidScan-Eof                      value "Y".
                   88  WS-VoidScan-Not-Eof                  value "N".
               01  WS-Total-Check-Amount   PIC S9(9)V99 value 0.
               01  WS-Check-Number-Hash   PIC 9(15)   value 0.

               01  PosPayHeaderLine.
               05   PIC X(06)   value "HEADER".
               05   PIC X(65)   value spaces.

               01  PosPayDetailLine.
                   05  PP-Record-Type   PIC X(06)   value "ISSUED".
               05   PIC X(01)   value spaces.
                   05  PP-Check-Number                  PIC 9(08).
               05   PIC X(01)   value spaces.

       Procedure Division.
           Initilization.
               PERFORM 050-Select-Run-Option
               PERFORM 100-Open-Files
               IF WS-Files-Ready
                   PERFORM 600-FormatDate
                   PERFORM 110-Find-Max-Check-Number
                   PERFORM 300-Write-Header
                   IF WS-Off-Cycle-Run
                       PERFORM 460-Issue-Off-Cycle-Checks
                   ELSE
                       PERFORM 200-Read-Records
                       PERFORM 400-Write-Records
                           UNTIL WS-Eof
                   END-IF
                   PERFORM 470-Send-Void-Notices
                   PERFORM 450-Write-Total
               END-IF
               PERFORM 500-Close-Files.
               END-IF
               STOP RUN.

           050-Select-Run-Option.
               ACCEPT WS-Command-Line-Param FROM COMMAND-LINE
               MOVE FUNCTION UPPER-CASE(WS-Command-Line-Param(1:8))
                   TO WS-Run-Option.

           100-Open-Files.
               OPEN INPUT PayrollReport
                   CALL "Validations" USING File_Status, "POSPAYEXP"
                       OR CheckReg-Status NOT = "00"
                       OR PosPay-Status NOT = "00"
                   SET WS-Open-Failed TO TRUE
               END-IF.

           110-Find-Max-Check-Number.

           405-Find-Period-Gross.
               SET WS-Pays-Biweekly TO TRUE
               SET RT-TerrOff-Table TO TRUE
               MOVE SPACES TO RT-Key
               MOVE TerritoryNumber TO RT-Key-Territory
               MOVE OfficeNumber TO RT-Key-Office
               CALL "RefTable" USING RefTableRequest
               IF RT-Found
                   AND RT-TO-Pay-Frequency NOT = SPACES
                   MOVE RT-TO-Pay-Frequency TO WS-Pay-Frequency
               END-IF
               IF WS-Pays-Monthly
                   MOVE Monthly-Gross TO WS-Period-Gross
               MOVE WS-Today TO CG-Issue-Date
               SET CG-Outstanding TO TRUE
               MOVE 0 TO CG-Paid-Date
               PERFORM 415-Record-Issued-Check.

           415-Record-Issued-Check.
               WRITE CheckRegisterRecord
                   INVALID KEY
                       CONTINUE
               MOVE CG-EmployeeName TO PP-EmployeeName
               WRITE PositivePayLine FROM PosPayDetailLine
               ADD 1 TO WS-Check-Count
               ADD CG-Check-Amount TO WS-Total-Check-Amount
               ADD CG-Check-Number TO WS-Check-Number-Hash.

           460-Issue-Off-Cycle-Checks.
               OPEN INPUT OffCycleCheckFile
               IF OffChk-Status = "00"
                   SET WS-OffChk-Not-Eof TO TRUE
                   PERFORM 462-Read-Off-Cycle
                   PERFORM 465-Issue-One-Off-Cycle
                       UNTIL WS-OffChk-Eof
                   CLOSE OffCycleCheckFile
                   OPEN OUTPUT OffCycleCheckFile
                   CLOSE OffCycleCheckFile
               END-IF.

           462-Read-Off-Cycle.
               READ OffCycleCheckFile
                   AT END
                       SET WS-OffChk-Eof TO TRUE
               END-READ.

           465-Issue-One-Off-Cycle.
               ADD 1 TO WS-Next-Check-Number
               MOVE WS-Next-Check-Number TO CG-Check-Number
               MOVE OP-EmployeeNumber TO CG-EmployeeNumber
               MOVE OP-EmployeeName TO CG-EmployeeName
               MOVE OP-Net-Amount TO CG-Check-Amount
               MOVE WS-Today TO CG-Issue-Date
               SET CG-Outstanding TO TRUE
               MOVE 0 TO CG-Paid-Date
               PERFORM 415-Record-Issued-Check
               PERFORM 462-Read-Off-Cycle.

           470-Send-Void-Notices.
               SET WS-VoidScan-Not-Eof TO TRUE
               MOVE 0 TO CG-Check-Number
               START CheckRegisterFile
                       KEY IS GREATER THAN OR EQUAL CG-Check-Number
                   INVALID KEY
                       SET WS-VoidScan-Eof TO TRUE
               END-START
               PERFORM 475-Send-One-Void
                   UNTIL WS-VoidScan-Eof.

           475-Send-One-Void.
               READ CheckRegisterFile NEXT RECORD
                   AT END
                       SET WS-VoidScan-Eof TO TRUE
                   NOT AT END
                       IF CG-Voided
                           MOVE "VOID  " TO PP-Record-Type
                           MOVE CG-Check-Number TO PP-Check-Number
                           MOVE CG-Issue-Date TO PP-Issue-Date
                           MOVE CG-Check-Amount TO PP-Check-Amount
                           MOVE CG-EmployeeNumber TO PP-EmployeeNumber
                           MOVE CG-EmployeeName TO PP-EmployeeName
                           WRITE PositivePayLine FROM PosPayDetailLine
                           MOVE "ISSUED" TO PP-Record-Type
                           SET CG-Void-Sent TO TRUE
                           REWRITE CheckRegisterRecord
                               INVALID KEY
                                   CONTINUE
                           END-REWRITE
                           ADD 1 TO WS-Void-Sent-Count
                       END-IF
               END-READ.

           450-Write-Total.
               MOVE WS-Check-Count TO PT-Check-Count
               CLOSE PayrollReport
               CLOSE CheckRegisterFile
               CLOSE PositivePayFile
               IF WS-Files-Ready
                   PERFORM 510-Register-PosPay-File
               END-IF.

           510-Register-PosPay-File.
               INITIALIZE IfaceRegRequest
               MOVE "POSPAY" TO IR-Interface-Id
               MOVE "PositivePayFile" TO IR-File-Name
               MOVE "Payroll bank" TO IR-Recipient
               MOVE "POSPAYEXP" TO IR-Program
               MOVE WS-Check-Count TO IR-Record-Count
               MOVE WS-Check-Number-Hash TO IR-Hash-Total
               MOVE WS-Total-Check-Amount TO IR-Dollar-Total
               CALL "IfaceRegister" USING IfaceRegRequest.

           600-FormatDate.
               CALL "DateFormat" USING LK_Current_Date
               MOVE LK_Current_Date TO WS-Today.
