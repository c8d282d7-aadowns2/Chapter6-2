       Identification Division.
           Program-ID. RateTableConvert.
               Author. Anthony Downs.
               Installation.
               Date-Written. October 15, 2026.
               Date-Compiled.
               Security.

      * One-time cutover utility: rebuilds the deduction code, tax
      * bracket, state tax and workers' comp class tables from their
      * prior production layouts, keyed by code alone, into the
      * current layouts keyed by code and effective date.  Every
      * carried-forward entry becomes the base version (effective date
      * zero), in force for every pay date until a dated version is
      * loaded over it.  Rename the live files to DedCodeOld,
      * TaxBrktOld, StateTaxOld and CompClassOld first; this program
      * writes fresh DedCode, TaxBrkt, StateTax and CompClass files.
      * An old file that is not there leaves its new file empty.  A
      * conversion-control record is checked and stamped so an
      * accidental second execution refuses to run.
       Environment Division.
           Configuration Section.
               Special-Names.

           Input-Output Section.
               File-Control.
                   Select Optional DeductCodeOldFile
                       assign to DedCodeOld
                       File Status is DedCodeOld-Status
                       Organization is Indexed
                       Access Mode is Sequential
                       Record Key is DO-Code.

                   Select DeductCodeFile assign to DedCode
                       File Status is DeductCode-Status
                       Organization is Indexed
                       Access Mode is Sequential
                       Record Key is DC-Key.

                   Select Optional TaxBracketOldFile
                       assign to TaxBrktOld
                       File Status is TaxBrktOld-Status
                       Organization is Indexed
                       Access Mode is Sequential
                       Record Key is TO-Key.

                   Select TaxBracketFile assign to TaxBrkt
                       File Status is TaxBracket-Status
                       Organization is Indexed
                       Access Mode is Sequential
                       Record Key is TB-Key.

                   Select Optional StateTaxOldFile assign to StateTaxOld
                       File Status is StateTaxOld-Status
                       Organization is Indexed
                       Access Mode is Sequential
                       Record Key is SO-State.

                   Select StateTaxFile assign to StateTax
                       File Status is StateTax-Status
                       Organization is Indexed
                       Access Mode is Sequential
                       Record Key is ST-Key.

                   Select Optional WorkCompOldFile
                       assign to CompClassOld
                       File Status is CompClassOld-Status
                       Organization is Indexed
                       Access Mode is Sequential
                       Record Key is WO-Class-Code.

                   Select WorkCompClassFile assign to CompClass
                       File Status is CompClass-Status
                       Organization is Indexed
                       Access Mode is Sequential
                       Record Key is WC-Key.

                   Select ConversionControlFile assign to ConvCtl
                       File Status is ConvCtl-Status
                       Organization is Indexed
                       Access Mode is Dynamic
                       Record Key is CC-Utility-Name.

               I-O-Control.

       Data Division.
           File Section.
               FD  DeductCodeOldFile.
                   01  DeductCodeOldRecord.
                       05  DO-Code                          PIC X(02).
                       05  DO-Description                   PIC X(20).
                       05  DO-Tax-Class                     PIC X(01).

               FD  DeductCodeFile.
                   01  DeductCodeRecord.
                       05  DC-Key.
                           10  DC-Code                      PIC X(02).
                           10  DC-Effective-Date            PIC 9(08).
                       05  DC-Description                   PIC X(20).
                       05  DC-Tax-Class                     PIC X(01).

               FD  TaxBracketOldFile.
                   01  TaxBracketOldRecord.
                       05  TO-Key.
                           10  TO-Territory                 PIC X(02).
                           10  TO-Bracket-Floor             PIC 9(07).
                       05  TO-Rate                          PIC 9(03).

               FD  TaxBracketFile.
                   01  TaxBracketRecord.
                       05  TB-Key.
                           10  TB-Territory                 PIC X(02).
                           10  TB-Effective-Date            PIC 9(08).
                           10  TB-Bracket-Floor             PIC 9(07).
                       05  TB-Rate                          PIC 9(03).

               FD  StateTaxOldFile.
                   01  StateTaxOldRecord.
                       05  SO-State                         PIC X(02).
                       05  SO-Rate                          PIC 9(03).

               FD  StateTaxFile.
                   01  StateTaxRecord.
                       05  ST-Key.
                           10  ST-State                     PIC X(02).
                           10  ST-Effective-Date            PIC 9(08).
                       05  ST-Rate                          PIC 9(03).

               FD  WorkCompOldFile.
                   01  WorkCompOldRecord.
                       05  WO-Class-Code                    PIC X(04).
                       05  WO-Description                   PIC X(20).
                       05  WO-Rate-Per-100               PIC 9(02)V99.

               FD  WorkCompClassFile.
                   01  WorkCompClassRecord.
                       05  WC-Key.
                           10  WC-Class-Code                PIC X(04).
                           10  WC-Effective-Date            PIC 9(08).
                       05  WC-Description                   PIC X(20).
                       05  WC-Rate-Per-100               PIC 9(02)V99.

               FD  ConversionControlFile.
                   01  ConversionControlRecord.
                       05  CC-Utility-Name                  PIC X(12).
                       05  CC-Run-Date                      PIC 9(08).
                       05  CC-Run-Count                     PIC 9(03).

           Working-Storage Section.
               COPY "Misc.cpy".
              COPY "WS_Date.cpy" REPLACING LEADING ==Prefix== BY ==LK==.

               01  DedCodeOld-Status                   PIC X(02).
               01  DeductCode-Status                   PIC X(02).
               01  TaxBrktOld-Status                   PIC X(02).
               01  TaxBracket-Status                   PIC X(02).
               01  StateTaxOld-Status                  PIC X(02).
               01  StateTax-Status                     PIC X(02).
               01  CompClassOld-Status                 PIC X(02).
               01  CompClass-Status                    PIC X(02).
               01  ConvCtl-Status                      PIC X(02).

               01  WS-Open-Switch   PIC X(01)   value "Y".
                   88  WS-Files-Ready                       value "Y".
                   88  WS-Open-Failed                        value "N".

               01  WS-AlreadyRun-Switch   PIC X(01)   value "N".
                   88  WS-Already-Run                       value "Y".
                   88  WS-Not-Yet-Run                       value "N".

               01  WS-DedCodeOld-Switch   PIC X(01)   value "N".
                   88  WS-DedCodeOld-Ready                  value "Y".
               01  WS-TaxBrktOld-Switch   PIC X(01)   value "N".
                   88  WS-TaxBrktOld-Ready                  value "Y".
               01  WS-StateTaxOld-Switch   PIC X(01)   value "N".
                   88  WS-StateTaxOld-Ready                 value "Y".
               01  WS-CompClassOld-Switch   PIC X(01)   value "N".
                   88  WS-CompClassOld-Ready                value "Y".

               01  WS-Utility-Name   PIC X(12)   value "RATETBLCONV".
               01  WS-Today   PIC 9(08)   value 0.
               01  WS-Deduct-Count   PIC 9(07)   COMP value 0.
               01  WS-Bracket-Count   PIC 9(07)   COMP value 0.
               01  WS-State-Count   PIC 9(07)   COMP value 0.
               01  WS-Class-Count   PIC 9(07)   COMP value 0.

       Procedure Division.
           Initilization.
               PERFORM 600-FormatDate
               PERFORM 050-Check-Conversion-Control
               IF WS-Already-Run
                   DISPLAY "RATETBLCONV: conversion already run on "
                       CC-Run-Date " - refusing to run again"
                   MOVE 16 TO RETURN-CODE
               ELSE
                   PERFORM 100-Open-Files
                   IF WS-Files-Ready
                       PERFORM 400-Convert-Deduct-Codes
                       PERFORM 420-Convert-Tax-Brackets
                       PERFORM 440-Convert-State-Taxes
                       PERFORM 460-Convert-Comp-Classes
                       PERFORM 480-Stamp-Conversion-Control
                       DISPLAY "RATETBLCONV: deduction codes carried: "
                           WS-Deduct-Count
                       DISPLAY "RATETBLCONV: tax brackets carried: "
                           WS-Bracket-Count
                       DISPLAY "RATETBLCONV: state tax rates carried: "
                           WS-State-Count
                       DISPLAY "RATETBLCONV: comp classes carried: "
                           WS-Class-Count
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
               OPEN INPUT DeductCodeOldFile
               IF DedCodeOld-Status = "00"
                   SET WS-DedCodeOld-Ready TO TRUE
               END-IF
               OPEN INPUT TaxBracketOldFile
               IF TaxBrktOld-Status = "00"
                   SET WS-TaxBrktOld-Ready TO TRUE
               END-IF
               OPEN INPUT StateTaxOldFile
               IF StateTaxOld-Status = "00"
                   SET WS-StateTaxOld-Ready TO TRUE
               END-IF
               OPEN INPUT WorkCompOldFile
               IF CompClassOld-Status = "00"
                   SET WS-CompClassOld-Ready TO TRUE
               END-IF
               OPEN OUTPUT DeductCodeFile
               CALL "Validations" USING DeductCode-Status, "RATETBLCONV"
               OPEN OUTPUT TaxBracketFile
               CALL "Validations" USING TaxBracket-Status, "RATETBLCONV"
               OPEN OUTPUT StateTaxFile
               CALL "Validations" USING StateTax-Status, "RATETBLCONV"
               OPEN OUTPUT WorkCompClassFile
               CALL "Validations" USING CompClass-Status, "RATETBLCONV"
               IF DeductCode-Status NOT = "00"
                       OR TaxBracket-Status NOT = "00"
                       OR StateTax-Status NOT = "00"
                       OR CompClass-Status NOT = "00"
                   SET WS-Open-Failed TO TRUE
               END-IF.

      *****************************************************************
      * Each old table is copied in key order.  The new key is the    *
      * old one with a zero effective date after the code, so the     *
      * new file stays in ascending key order as it is written.       *
      *****************************************************************
           400-Convert-Deduct-Codes.
               IF WS-DedCodeOld-Ready
                   SET WS-Not-Eof TO TRUE
                   PERFORM 410-Convert-One-Deduct-Code
                       UNTIL WS-Eof
               END-IF.

           410-Convert-One-Deduct-Code.
               READ DeductCodeOldFile NEXT RECORD
                   AT END
                       SET WS-Eof TO TRUE
                   NOT AT END
                       MOVE DO-Code TO DC-Code
                       MOVE 0 TO DC-Effective-Date
                       MOVE DO-Description TO DC-Description
                       MOVE DO-Tax-Class TO DC-Tax-Class
                       WRITE DeductCodeRecord
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               ADD 1 TO WS-Deduct-Count
                       END-WRITE
               END-READ.

           420-Convert-Tax-Brackets.
               IF WS-TaxBrktOld-Ready
                   SET WS-Not-Eof TO TRUE
                   PERFORM 430-Convert-One-Tax-Bracket
                       UNTIL WS-Eof
               END-IF.

           430-Convert-One-Tax-Bracket.
               READ TaxBracketOldFile NEXT RECORD
                   AT END
                       SET WS-Eof TO TRUE
                   NOT AT END
                       MOVE TO-Territory TO TB-Territory
                       MOVE 0 TO TB-Effective-Date
                       MOVE TO-Bracket-Floor TO TB-Bracket-Floor
                       MOVE TO-Rate TO TB-Rate
                       WRITE TaxBracketRecord
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               ADD 1 TO WS-Bracket-Count
                       END-WRITE
               END-READ.

           440-Convert-State-Taxes.
               IF WS-StateTaxOld-Ready
                   SET WS-Not-Eof TO TRUE
                   PERFORM 450-Convert-One-State-Tax
                       UNTIL WS-Eof
               END-IF.

           450-Convert-One-State-Tax.
               READ StateTaxOldFile NEXT RECORD
                   AT END
                       SET WS-Eof TO TRUE
                   NOT AT END
                       MOVE SO-State TO ST-State
                       MOVE 0 TO ST-Effective-Date
                       MOVE SO-Rate TO ST-Rate
                       WRITE StateTaxRecord
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               ADD 1 TO WS-State-Count
                       END-WRITE
               END-READ.

           460-Convert-Comp-Classes.
               IF WS-CompClassOld-Ready
                   SET WS-Not-Eof TO TRUE
                   PERFORM 470-Convert-One-Comp-Class
                       UNTIL WS-Eof
               END-IF.

           470-Convert-One-Comp-Class.
               READ WorkCompOldFile NEXT RECORD
                   AT END
                       SET WS-Eof TO TRUE
                   NOT AT END
                       MOVE WO-Class-Code TO WC-Class-Code
                       MOVE 0 TO WC-Effective-Date
                       MOVE WO-Description TO WC-Description
                       MOVE WO-Rate-Per-100 TO WC-Rate-Per-100
                       WRITE WorkCompClassRecord
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               ADD 1 TO WS-Class-Count
                       END-WRITE
               END-READ.

           480-Stamp-Conversion-Control.
               MOVE WS-Utility-Name TO CC-Utility-Name
               MOVE WS-Today TO CC-Run-Date
               MOVE 1 TO CC-Run-Count
               WRITE ConversionControlRecord
                   INVALID KEY
                       CONTINUE
               END-WRITE.

           500-Close-Files.
               IF WS-DedCodeOld-Ready
                   CLOSE DeductCodeOldFile
               END-IF
               IF WS-TaxBrktOld-Ready
                   CLOSE TaxBracketOldFile
               END-IF
               IF WS-StateTaxOld-Ready
                   CLOSE StateTaxOldFile
               END-IF
               IF WS-CompClassOld-Ready
                   CLOSE WorkCompOldFile
               END-IF
               CLOSE DeductCodeFile
               CLOSE TaxBracketFile
               CLOSE StateTaxFile
               CLOSE WorkCompClassFile
               CLOSE ConversionControlFile.

           600-FormatDate.
               CALL "DateFormat" USING LK_Current_Date
               MOVE LK_Current_Date TO WS-Today.

               End Program RateTableConvert.
