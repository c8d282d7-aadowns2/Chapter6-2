       Identification Division.
           Program-ID. BankAcctConvert.
               Author. Anthony Downs.
               Installation.
               Date-Written. October 15, 2026.
               Date-Compiled.
               Security.

      * One-time cutover utility: encodes BankAccountNumber and
      * BankAccountNumber2 through BankVault everywhere they are held
      * at rest - every PayrollReport record in place, every
      * PayrollBackupFile generation in place, and any verification
      * intake (VerifyIn) still waiting to be applied.  A conversion-
      * control record is checked and stamped so a second execution
      * refuses to run, and a generation-dated backup of PayrollReport
      * is taken before any record is touched, the same way as
      * SsnConvert.  The new backup generation is converted with the
      * others, so no generation is left holding clear accounts.
      * BankVault's ENCODE leaves an already-encoded account alone, so
      * a run that stops part way can be started again safely; the
      * control record is stamped only once everything is converted.
       Environment Division.
           Configuration Section.
               Special-Names.

           Input-Output Section.
               File-Control.
                   Select PayrollReport assign to PayRpt
                       File Status is File_Status
                       Organization is Indexed
                       Access Mode is Sequential
                       Record Key is PR-EmployeeNumber
                       Alternate Record Key is PR-EmployeeName
                           with Duplicates
                       Alternate Record Key is
                           PR-SocialSecurityNumber
                           with Duplicates.

                   Select ConversionControlFile assign to ConvCtl
                       File Status is ConvCtl-Status
                       Organization is Indexed
                       Access Mode is Dynamic
                       Record Key is CC-Utility-Name.

                   Select PayrollBackupFile assign to PayRptBkp
                       File Status is PayBkp-Status
                       Organization is Indexed
                       Access Mode is Dynamic
                       Record Key is BK-Key.

                   Select Optional VerifyIntakeFile assign to VerifyIn
                       Organization is Line Sequential
                       File Status is VerifyIn-Status.

                   Select VerifyWorkFile assign to VerifyInWk
                       Organization is Line Sequential
                       File Status is VerifyWk-Status.

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
                   01  EmployeeRecord-AcctKeyed.
                       05  EA-EmployeeNumber               PIC X(05).
                       05                                  PIC X(128).
                       05  EA-BankAccountNumber            PIC X(17).
                       05                                  PIC X(41).
                       05  EA-BankAccountNumber2           PIC X(17).
                       05                                  PIC X(26).

               FD  ConversionControlFile.
                   01  ConversionControlRecord.
                       05  CC-Utility-Name                  PIC X(12).
                       05  CC-Run-Date                      PIC 9(08).
                       05  CC-Run-Count                     PIC 9(03).

               FD  PayrollBackupFile.
                   01  PayrollBackupRecord.
                       05  BK-Key.
                           10  BK-Generation                PIC 9(04).
                           10  BK-EmployeeNumber            PIC X(05).
                       05  BK-Run-Date                      PIC 9(08).
                       05  BK-Record                        PIC X(234).
                       05  BK-Record-Accounts redefines BK-Record.
                           10                               PIC X(133).
                           10  BK-BankAccountNumber         PIC X(17).
                           10                               PIC X(41).
                           10  BK-BankAccountNumber2        PIC X(17).
                           10                               PIC X(26).

               FD  VerifyIntakeFile
                   Record Contains 55 characters.
                   01  VerifyIntakeRecord.
                       05  VI-EmployeeNumber                PIC X(05).
                       05  VI-EmployeeName                  PIC X(20).
                       05  VI-TerritoryNumber               PIC X(02).
                       05  VI-OfficeNumber                  PIC X(02).
                       05  VI-BankRoutingNumber             PIC 9(09).
                       05  VI-BankAccountNumber             PIC X(17).

               FD  VerifyWorkFile
                   Record Contains 55 characters.
                   01  VerifyWorkRecord                    PIC X(55).

           Working-Storage Section.
               COPY "Misc.cpy".
              COPY "WS_Date.cpy" REPLACING LEADING ==Prefix== BY ==LK==.

               01  ConvCtl-Status                      PIC X(02).
               01  PayBkp-Status                       PIC X(02).
               01  VerifyIn-Status                     PIC X(02).
               01  VerifyWk-Status                     PIC X(02).

               01  WS-Open-Switch   PIC X(01)   value "Y".
                   88  WS-Files-Ready                       value "Y".
                   88  WS-Open-Failed                        value "N".

               01  WS-AlreadyRun-Switch   PIC X(01)   value "N".
                   88  WS-Already-Run                       value "Y".
                   88  WS-Not-Yet-Run                       value "N".

               01  WS-Backup-Eof-Switch   PIC X(01)   value "N".
                   88  WS-Backup-Eof                        value "Y".
                   88  WS-Backup-Not-Eof                    value "N".

               01  WS-Verify-Eof-Switch   PIC X(01)   value "N".
                   88  WS-Verify-Eof                        value "Y".
                   88  WS-Verify-Not-Eof                    value "N".

               01  WS-Utility-Name   PIC X(12)   value "BANKCONVERT".
               01  WS-Caller   PIC X(12)   value "BANKCONVERT ".
               01  WS-Today   PIC 9(08)   value 0.
               01  WS-Generation   PIC 9(04)   value 0.
               01  WS-Backup-Count   PIC 9(05)   COMP value 0.
               01  WS-Converted-Count   PIC 9(05)   COMP value 0.
               01  WS-Generation-Count   PIC 9(07)   COMP value 0.
               01  WS-Verify-Count   PIC 9(05)   COMP value 0.

       Procedure Division.
           Initilization.
               PERFORM 600-FormatDate
               PERFORM 050-Check-Conversion-Control
               IF WS-Already-Run
                   DISPLAY "BANKCONVERT: conversion already run on "
                       CC-Run-Date " - refusing to run again"
                   MOVE 16 TO RETURN-CODE
               ELSE
                   PERFORM 100-Open-Files
                   IF WS-Files-Ready
                       PERFORM 110-Backup-Master
                       PERFORM 200-Read-Records
                       PERFORM 400-Convert-Record
                           UNTIL WS-Eof
                       PERFORM 410-Convert-Backup-Generations
                       PERFORM 430-Convert-Verify-Intake
                       PERFORM 450-Stamp-Conversion-Control
                       DISPLAY "BANKCONVERT: master records "
                           WS-Converted-Count ", backup records "
                           WS-Generation-Count ", intake records "
                           WS-Verify-Count
                   END-IF
                   PERFORM 500-Close-Files
                   IF WS-Open-Failed
                       MOVE 16 TO RETURN-CODE
                   END-IF
               END-IF
               STOP RUN.

           050-Check-Conversion-Control.
               OPEN I-O ConversionControlFile
               IF ConvCtl-Status = "35"
                   OPEN OUTPUT ConversionControlFile
                   CLOSE ConversionControlFile
                   OPEN I-O ConversionControlFile
               END-IF
               MOVE WS-Utility-Name TO CC-Utility-Name
               READ ConversionControlFile
                   INVALID KEY
                       SET WS-Not-Yet-Run TO TRUE
                   NOT INVALID KEY
                       SET WS-Already-Run TO TRUE
               END-READ
               IF WS-Already-Run
                   CLOSE ConversionControlFile
               END-IF.

           100-Open-Files.
               OPEN I-O PayrollReport
                   CALL "Validations" USING File_Status, "BANKCONVERT"
               IF File_Status NOT = "00"
                   SET WS-Open-Failed TO TRUE
               END-IF
               OPEN I-O PayrollBackupFile
               IF PayBkp-Status = "35"
                   OPEN OUTPUT PayrollBackupFile
                   CLOSE PayrollBackupFile
                   OPEN I-O PayrollBackupFile
               END-IF
               IF PayBkp-Status NOT = "00"
                   SET WS-Open-Failed TO TRUE
               END-IF.

           110-Backup-Master.
               PERFORM 120-Find-Max-Generation
               ADD 1 TO WS-Generation
               SET WS-Backup-Not-Eof TO TRUE
               PERFORM 130-Read-For-Backup
               PERFORM 140-Write-One-Backup-Record
                   UNTIL WS-Backup-Eof
               DISPLAY "BANKCONVERT: backup generation "
                   WS-Generation " written, records: "
                   WS-Backup-Count
               CLOSE PayrollReport
               OPEN I-O PayrollReport
                   CALL "Validations" USING File_Status, "BANKCONVERT".

           120-Find-Max-Generation.
               MOVE 0 TO WS-Generation
               MOVE 9999 TO BK-Generation
               MOVE HIGH-VALUES TO BK-EmployeeNumber
               START PayrollBackupFile
                       KEY IS LESS THAN OR EQUAL BK-Key
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       READ PayrollBackupFile
                           AT END
                               CONTINUE
                           NOT AT END
                               MOVE BK-Generation TO WS-Generation
                       END-READ
               END-START.

           130-Read-For-Backup.
               READ PayrollReport NEXT RECORD
                   AT END
                       SET WS-Backup-Eof TO TRUE
               END-READ.

           140-Write-One-Backup-Record.
               MOVE WS-Generation TO BK-Generation
               MOVE PR-EmployeeNumber TO BK-EmployeeNumber
               MOVE WS-Today TO BK-Run-Date
               MOVE EmployeeRecord TO BK-Record
               WRITE PayrollBackupRecord
                   INVALID KEY
                       CONTINUE
               END-WRITE
               ADD 1 TO WS-Backup-Count
               PERFORM 130-Read-For-Backup.

           200-Read-Records.
               READ PayrollReport NEXT RECORD
                   AT END
                       SET WS-Eof TO TRUE
               END-READ.

           400-Convert-Record.
               CALL "BankVault" USING "ENCODE",
                   EA-BankAccountNumber, WS-Caller,
                   "BATCH   ", EA-EmployeeNumber
               CALL "BankVault" USING "ENCODE",
                   EA-BankAccountNumber2, WS-Caller,
                   "BATCH   ", EA-EmployeeNumber
               REWRITE EmployeeRecord
                   INVALID KEY
                       CONTINUE
               END-REWRITE
               ADD 1 TO WS-Converted-Count
               PERFORM 200-Read-Records.

      * Every generation on the backup file, including the one just
      * taken, is brought to the stored form.
           410-Convert-Backup-Generations.
               SET WS-Backup-Not-Eof TO TRUE
               MOVE LOW-VALUES TO BK-Key
               START PayrollBackupFile
                       KEY IS GREATER THAN OR EQUAL BK-Key
                   INVALID KEY
                       SET WS-Backup-Eof TO TRUE
               END-START
               PERFORM 415-Read-Backup-Record
               PERFORM 420-Convert-One-Backup-Record
                   UNTIL WS-Backup-Eof.

           415-Read-Backup-Record.
               IF WS-Backup-Not-Eof
                   READ PayrollBackupFile NEXT RECORD
                       AT END
                           SET WS-Backup-Eof TO TRUE
                   END-READ
               END-IF.

           420-Convert-One-Backup-Record.
               CALL "BankVault" USING "ENCODE",
                   BK-BankAccountNumber, WS-Caller,
                   "BATCH   ", BK-EmployeeNumber
               CALL "BankVault" USING "ENCODE",
                   BK-BankAccountNumber2, WS-Caller,
                   "BATCH   ", BK-EmployeeNumber
               REWRITE PayrollBackupRecord
                   INVALID KEY
                       CONTINUE
               END-REWRITE
               ADD 1 TO WS-Generation-Count
               PERFORM 415-Read-Backup-Record.

      * A pending intake is copied out to a work file with its
      * accounts encoded, then copied back over the original.
           430-Convert-Verify-Intake.
               OPEN INPUT VerifyIntakeFile
               IF VerifyIn-Status = "00"
                   OPEN OUTPUT VerifyWorkFile
                   SET WS-Verify-Not-Eof TO TRUE
                   PERFORM 432-Read-Verify-Intake
                   PERFORM 434-Encode-One-Intake
                       UNTIL WS-Verify-Eof
                   CLOSE VerifyIntakeFile
                   CLOSE VerifyWorkFile
                   OPEN INPUT VerifyWorkFile
                   OPEN OUTPUT VerifyIntakeFile
                   SET WS-Verify-Not-Eof TO TRUE
                   PERFORM 436-Read-Verify-Work
                   PERFORM 438-Copy-One-Intake-Back
                       UNTIL WS-Verify-Eof
                   CLOSE VerifyWorkFile
                   OPEN OUTPUT VerifyWorkFile
                   CLOSE VerifyWorkFile
               END-IF
               CLOSE VerifyIntakeFile.

           432-Read-Verify-Intake.
               READ VerifyIntakeFile
                   AT END
                       SET WS-Verify-Eof TO TRUE
               END-READ.

           434-Encode-One-Intake.
               CALL "BankVault" USING "ENCODE",
                   VI-BankAccountNumber, WS-Caller,
                   "BATCH   ", VI-EmployeeNumber
               WRITE VerifyWorkRecord FROM VerifyIntakeRecord
               ADD 1 TO WS-Verify-Count
               PERFORM 432-Read-Verify-Intake.

           436-Read-Verify-Work.
               READ VerifyWorkFile
                   AT END
                       SET WS-Verify-Eof TO TRUE
               END-READ.

           438-Copy-One-Intake-Back.
               WRITE VerifyIntakeRecord FROM VerifyWorkRecord
               PERFORM 436-Read-Verify-Work.

           450-Stamp-Conversion-Control.
               MOVE WS-Utility-Name TO CC-Utility-Name
               MOVE WS-Today TO CC-Run-Date
               MOVE 1 TO CC-Run-Count
               WRITE ConversionControlRecord
                   INVALID KEY
                       CONTINUE
               END-WRITE.

           500-Close-Files.
               CLOSE PayrollReport
               CLOSE PayrollBackupFile
               CLOSE ConversionControlFile.

           600-FormatDate.
               CALL "DateFormat" USING LK_Current_Date
               MOVE LK_Current_Date TO WS-Today.

               End Program BankAcctConvert.
