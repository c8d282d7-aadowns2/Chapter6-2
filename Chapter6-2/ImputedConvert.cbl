       Identification Division.
           Program-ID. ImputedConvert.
               Author. Anthony Downs.
               Installation.
               Date-Written. October 15, 2026.
               Date-Compiled.
               Security.

      * One-time cutover utility: rebuilds the YTD accumulator from
      * its prior production layout (189-byte YtdAccum record) into
      * the current one, which carries the imputed group-term life
      * income.  Every carried-forward record has no imputed income,
      * since none was ever computed before the cutover.  The pay
      * ledger is converted separately by LedgerConvert.  Cutover
      * order: run LedgerConvert (PayLedgOld to PayLedgr), then this
      * program (YtdAccOld to YtdAccum), before any other program of
      * the suite is run.  Rename the live file to YtdAccOld first;
      * this program writes a fresh YtdAccum file.  A
      * conversion-control record is checked and stamped so an
      * accidental second execution refuses to run.
       Environment Division.
           Configuration Section.
               Special-Names.

           Input-Output Section.
               File-Control.
                   Select YtdAccumOldFile assign to YtdAccOld
                       File Status is YtdOld-Status
                       Organization is Indexed
                       Access Mode is Sequential
                       Record Key is YO-Key.

                   Select YtdAccumFile assign to YtdAccum
                       File Status is YtdAccum-Status
                       Organization is Indexed
                       Access Mode is Sequential
                       Record Key is YT-Key.

                   Select ConversionControlFile assign to ConvCtl
                       File Status is ConvCtl-Status
                       Organization is Indexed
                       Access Mode is Dynamic
                       Record Key is CC-Utility-Name.

               I-O-Control.

       Data Division.
           File Section.
               FD  YtdAccumOldFile.
                   01  YtdAccumOldRecord.
                       05  YO-Key.
                           10  YO-EmployeeNumber            PIC X(05).
                           10  YO-Year                      PIC 9(04).
                       05  YO-Gross                     PIC S9(8)V99.
                       05  YO-Withholding               PIC S9(8)V99.
                       05  YO-Net                       PIC S9(8)V99.
                       05  YO-Soc-Sec                   PIC S9(8)V99.
                       05  YO-Medicare                  PIC S9(8)V99.
                       05  YO-State-Tax                 PIC S9(8)V99.
                       05  YO-Quarter-Totals                PIC X(120).

               FD  YtdAccumFile.
                   01  YtdAccumRecord.
                       05  YT-Key.
                           10  YT-EmployeeNumber            PIC X(05).
                           10  YT-Year                      PIC 9(04).
                       05  YT-Gross                     PIC S9(8)V99.
                       05  YT-Withholding               PIC S9(8)V99.
                       05  YT-Net                       PIC S9(8)V99.
                       05  YT-Soc-Sec                   PIC S9(8)V99.
                       05  YT-Medicare                  PIC S9(8)V99.
                       05  YT-State-Tax                 PIC S9(8)V99.
                       05  YT-Quarter-Totals OCCURS 4 TIMES.
                           10  YT-Qtr-Gross             PIC S9(8)V99.
                           10  YT-Qtr-Withholding       PIC S9(8)V99.
                           10  YT-Qtr-Net               PIC S9(8)V99.
                       05  YT-Imputed-Income            PIC S9(8)V99.
                   01  YtdAccumRecord-Raw.
                       05                                   PIC X(69).
                       05  YTR-Quarter-Totals               PIC X(120).
                       05                                   PIC X(10).

               FD  ConversionControlFile.
                   01  ConversionControlRecord.
                       05  CC-Utility-Name                  PIC X(12).
                       05  CC-Run-Date                      PIC 9(08).
                       05  CC-Run-Count                     PIC 9(03).

           Working-Storage Section.
               COPY "Misc.cpy".
              COPY "WS_Date.cpy" REPLACING LEADING ==Prefix== BY ==LK==.

               01  YtdOld-Status                       PIC X(02).
               01  YtdAccum-Status                     PIC X(02).
               01  ConvCtl-Status                      PIC X(02).

               01  WS-Open-Switch   PIC X(01)   value "Y".
                   88  WS-Files-Ready                       value "Y".
                   88  WS-Open-Failed                        value "N".

               01  WS-AlreadyRun-Switch   PIC X(01)   value "N".
                   88  WS-Already-Run                       value "Y".
                   88  WS-Not-Yet-Run                       value "N".

               01  WS-Ytd-Eof-Switch   PIC X(01)   value "N".
                   88  WS-Ytd-Eof                           value "Y".
                   88  WS-Ytd-Not-Eof                       value "N".

               01  WS-Utility-Name   PIC X(12)   value "IMPUTEDCONV".
               01  WS-Today   PIC 9(08)   value 0.
               01  WS-Ytd-Count   PIC 9(05)   COMP value 0.

       Procedure Division.
           Initilization.
               PERFORM 600-FormatDate
               PERFORM 050-Check-Conversion-Control
               IF WS-Already-Run
                   DISPLAY "IMPUTEDCONV: conversion already run on "
                       CC-Run-Date " - refusing to run again"
                   MOVE 16 TO RETURN-CODE
               ELSE
                   PERFORM 100-Open-Files
                   IF WS-Files-Ready
                       PERFORM 210-Read-Old-Ytd
                       PERFORM 410-Convert-One-Ytd
                           UNTIL WS-Ytd-Eof
                       PERFORM 450-Stamp-Conversion-Control
                       DISPLAY "IMPUTEDCONV: YTD records carried: "
                           WS-Ytd-Count
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
               OPEN INPUT YtdAccumOldFile
               CALL "Validations" USING YtdOld-Status, "IMPUTEDCONV"
               OPEN OUTPUT YtdAccumFile
               CALL "Validations" USING YtdAccum-Status, "IMPUTEDCONV"
               IF YtdOld-Status NOT = "00"
                       OR YtdAccum-Status NOT = "00"
                   SET WS-Open-Failed TO TRUE
               END-IF.

           210-Read-Old-Ytd.
               READ YtdAccumOldFile NEXT RECORD
                   AT END
                       SET WS-Ytd-Eof TO TRUE
               END-READ.

           410-Convert-One-Ytd.
               INITIALIZE YtdAccumRecord
               MOVE YO-EmployeeNumber TO YT-EmployeeNumber
               MOVE YO-Year TO YT-Year
               MOVE YO-Gross TO YT-Gross
               MOVE YO-Withholding TO YT-Withholding
               MOVE YO-Net TO YT-Net
               MOVE YO-Soc-Sec TO YT-Soc-Sec
               MOVE YO-Medicare TO YT-Medicare
               MOVE YO-State-Tax TO YT-State-Tax
               MOVE YO-Quarter-Totals TO YTR-Quarter-Totals
               MOVE 0 TO YT-Imputed-Income
               WRITE YtdAccumRecord
                   INVALID KEY
                       CONTINUE
               END-WRITE
               ADD 1 TO WS-Ytd-Count
               PERFORM 210-Read-Old-Ytd.

           450-Stamp-Conversion-Control.
               MOVE WS-Utility-Name TO CC-Utility-Name
               MOVE WS-Today TO CC-Run-Date
               MOVE 1 TO CC-Run-Count
               WRITE ConversionControlRecord
                   INVALID KEY
                       CONTINUE
               END-WRITE.

           500-Close-Files.
               CLOSE YtdAccumOldFile
               CLOSE YtdAccumFile
               CLOSE ConversionControlFile.

           600-FormatDate.
               CALL "DateFormat" USING LK_Current_Date
               MOVE LK_Current_Date TO WS-Today.

               End Program ImputedConvert.
