       Identification Division.
           Program-ID. LedgerConvert.
               Author. Anthony Downs.
               Installation.
               Date-Written. October 15, 2026.
               Date-Compiled.
               Security.

      * One-time cutover utility: rebuilds the pay-detail ledger from
      * its prior production layout (93-byte PayLedger record) into the
      * current layout, with every added field set to its zero/space
      * default so each carried-forward entry reads as regular pay
      * with no imputed income.  Cutover order: run this program
      * (PayLedgOld to PayLedgr), then ImputedConvert (YtdAccOld to
      * YtdAccum), before any other program of the suite is run.
      * Rename the live file to PayLedgOld first; this program writes
      * a fresh PayLedgr file.  A conversion-control record is checked
      * and stamped so an accidental second execution refuses to run.
       Environment Division.
           Configuration Section.
               Special-Names.

           Input-Output Section.
               File-Control.
                   Select PayLedgerOldFile assign to PayLedgOld
                       File Status is LedgerOld-Status
                       Organization is Indexed
                       Access Mode is Sequential
                       Record Key is LO-Key.

                   Select PayLedgerFile assign to PayLedgr
                       File Status is PayLedger-Status
                       Organization is Indexed
                       Access Mode is Sequential
                       Record Key is LG-Key.

                   Select ConversionControlFile assign to ConvCtl
                       File Status is ConvCtl-Status
                       Organization is Indexed
                       Access Mode is Dynamic
                       Record Key is CC-Utility-Name.

               I-O-Control.

       Data Division.
           File Section.
               FD  PayLedgerOldFile.
                   01  PayLedgerOldRecord.
                       05  LO-Key.
                           10  LO-EmployeeNumber            PIC X(05).
                           10  LO-Period-Date               PIC 9(08).
                       05  LO-Gross                     PIC S9(7)V99.
                       05  LO-Withholding               PIC S9(7)V99.
                       05  LO-Soc-Sec                   PIC S9(7)V99.
                       05  LO-Medicare                  PIC S9(7)V99.
                       05  LO-State-Tax                 PIC S9(7)V99.
                       05  LO-Deductions                PIC S9(7)V99.
                       05  LO-Garnishment               PIC S9(7)V99.
                       05  LO-Net                       PIC S9(7)V99.
                       05  LO-Pay-Date                      PIC 9(08).

               FD  PayLedgerFile.
                   01  PayLedgerRecord.
                       05  LG-Key.
                           10  LG-EmployeeNumber            PIC X(05).
                           10  LG-Period-Date               PIC 9(08).
                       05  LG-Gross                     PIC S9(7)V99.
                       05  LG-Withholding               PIC S9(7)V99.
                       05  LG-Soc-Sec                   PIC S9(7)V99.
                       05  LG-Medicare                  PIC S9(7)V99.
                       05  LG-State-Tax                 PIC S9(7)V99.
                       05  LG-Deductions                PIC S9(7)V99.
                       05  LG-Garnishment               PIC S9(7)V99.
                       05  LG-Net                       PIC S9(7)V99.
                       05  LG-Pay-Date                      PIC 9(08).
                       05  LG-Pay-Type                      PIC X(01).
                           88  LG-Regular-Pay               value " ".
                           88  LG-Off-Cycle-Pay             value "O".
                           88  LG-Beneficiary-Pay           value "B".
                           88  LG-Void-Reversal             value "V".
                       05  LG-Reference-Date                PIC 9(08).
                       05  LG-Imputed-Income            PIC S9(7)V99.

               FD  ConversionControlFile.
                   01  ConversionControlRecord.
                       05  CC-Utility-Name                  PIC X(12).
                       05  CC-Run-Date                      PIC 9(08).
                       05  CC-Run-Count                     PIC 9(03).

           Working-Storage Section.
               COPY "Misc.cpy".
              COPY "WS_Date.cpy" REPLACING LEADING ==Prefix== BY ==LK==.

               01  LedgerOld-Status                    PIC X(02).
               01  PayLedger-Status                    PIC X(02).
               01  ConvCtl-Status                      PIC X(02).

               01  WS-Open-Switch   PIC X(01)   value "Y".
                   88  WS-Files-Ready                       value "Y".
                   88  WS-Open-Failed                        value "N".

               01  WS-AlreadyRun-Switch   PIC X(01)   value "N".
                   88  WS-Already-Run                       value "Y".
                   88  WS-Not-Yet-Run                       value "N".

               01  WS-Utility-Name   PIC X(12)   value "LEDGERCONV".
               01  WS-Today   PIC 9(08)   value 0.
               01  WS-Ledger-Count   PIC 9(07)   COMP value 0.

       Procedure Division.
           Initilization.
               PERFORM 600-FormatDate
               PERFORM 050-Check-Conversion-Control
               IF WS-Already-Run
                   DISPLAY "LEDGERCONV: conversion already run on "
                       CC-Run-Date " - refusing to run again"
                   MOVE 16 TO RETURN-CODE
               ELSE
                   PERFORM 100-Open-Files
                   IF WS-Files-Ready
                       PERFORM 200-Read-Old-Ledger
                       PERFORM 400-Convert-One-Ledger
                           UNTIL WS-Eof
                       PERFORM 450-Stamp-Conversion-Control
                       DISPLAY "LEDGERCONV: ledger entries carried: "
                           WS-Ledger-Count
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
               OPEN INPUT PayLedgerOldFile
               CALL "Validations" USING LedgerOld-Status, "LEDGERCONV"
               OPEN OUTPUT PayLedgerFile
               CALL "Validations" USING PayLedger-Status, "LEDGERCONV"
               IF LedgerOld-Status NOT = "00"
                       OR PayLedger-Status NOT = "00"
                   SET WS-Open-Failed TO TRUE
               END-IF.

           200-Read-Old-Ledger.
               READ PayLedgerOldFile NEXT RECORD
                   AT END
                       SET WS-Eof TO TRUE
               END-READ.

           400-Convert-One-Ledger.
               INITIALIZE PayLedgerRecord
               MOVE LO-EmployeeNumber TO LG-EmployeeNumber
               MOVE LO-Period-Date TO LG-Period-Date
               MOVE LO-Gross TO LG-Gross
               MOVE LO-Withholding TO LG-Withholding
               MOVE LO-Soc-Sec TO LG-Soc-Sec
               MOVE LO-Medicare TO LG-Medicare
               MOVE LO-State-Tax TO LG-State-Tax
               MOVE LO-Deductions TO LG-Deductions
               MOVE LO-Garnishment TO LG-Garnishment
               MOVE LO-Net TO LG-Net
               MOVE LO-Pay-Date TO LG-Pay-Date
               SET LG-Regular-Pay TO TRUE
               WRITE PayLedgerRecord
                   INVALID KEY
                       CONTINUE
               END-WRITE
               ADD 1 TO WS-Ledger-Count
               PERFORM 200-Read-Old-Ledger.

           450-Stamp-Conversion-Control.
               MOVE WS-Utility-Name TO CC-Utility-Name
               MOVE WS-Today TO CC-Run-Date
               MOVE 1 TO CC-Run-Count
               WRITE ConversionControlRecord
                   INVALID KEY
                       CONTINUE
               END-WRITE.

           500-Close-Files.
               CLOSE PayLedgerOldFile
               CLOSE PayLedgerFile
               CLOSE ConversionControlFile.

           600-FormatDate.
               CALL "DateFormat" USING LK_Current_Date
               MOVE LK_Current_Date TO WS-Today.

               End Program LedgerConvert.
