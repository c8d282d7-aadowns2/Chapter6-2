      * that code (employee number, name, amount), followed by a
      * control-total trailer per provider so finance can fund the
      * 401(k) recordkeeper and insurance carriers without re-keying.
      * The catalog keeps each code by effective date; a provider is
      * remitted under the version in force today, and a code whose
      * first version is not yet in force is skipped.
      * The file is entered on the outbound interface register as
      * DEDREM with its detail count and dollar total across every
      * provider and the sum of the employee numbers listed as the
      * hash total.
       Environment Division.
           Configuration Section.
               Special-Names.
                       File Status is DeductCode-Status
                       Organization is Indexed
                       Access Mode is Sequential
                       Record Key is DC-Key.

                   Select PayrollExtractFile assign to PayExtr
                       File Status is File_Status
           File Section.
               FD  DeductCodeFile.
                   01  DeductCodeRecord.
                       05  DC-Key.
                           10  DC-Code                      PIC X(02).
                           10  DC-Effective-Date            PIC 9(08).
                       05  DC-Description                   PIC X(20).
                       05  DC-Tax-Class                     PIC X(01).
                           88  Deduct-Pre-Tax               value "P".
               COPY "Misc.cpy".
              COPY "WS_Date.cpy" REPLACING LEADING ==Prefix== BY ==LK==.
               COPY "EmployeeRecord.cpy".
               COPY "IfaceReg.cpy".

               01  DeductCode-Status                   PIC X(02).
               01  DedRemit-Status                     PIC X(02).
                   88  WS-Extract-Not-Eof                   value "N".

               01  WS-Provider-Code   PIC X(02)   value spaces.
               01  WS-Provider-Description   PIC X(20)   value spaces.
               01  WS-Today   PIC 9(08)   value 0.
               01  WS-Version-Switch   PIC X(01)   value "N".
                   88  WS-Version-Found                     value "Y".
                   88  WS-Version-Not-Found                 value "N".
               01  WS-Deduction-Idx   PIC 9(01)   COMP value 0.
               01  WS-Provider-Count   PIC 9(05)   COMP value 0.
               01  WS-Provider-Total   PIC S9(9)V99 value 0.
               01  WS-Remit-Count   PIC 9(07)   value 0.
               01  WS-Remit-Total   PIC S9(11)V99 value 0.
               01  WS-Remit-Hash   PIC 9(15)   value 0.
               01  WS-Hash-Number   PIC 9(05)   value 0.

               01  ProviderHeaderLine.
               05   PIC X(06)   value "PROVDR".

           400-Remit-One-Provider.
               MOVE DC-Code TO WS-Provider-Code
               SET WS-Version-Not-Found TO TRUE
               PERFORM 405-Take-Provider-Version
                   UNTIL WS-Eof
                       OR DC-Code NOT = WS-Provider-Code
               IF WS-Version-Found
                   MOVE 0 TO WS-Provider-Count
                   MOVE 0 TO WS-Provider-Total
                   MOVE WS-Provider-Code TO PV-Code
                   MOVE WS-Provider-Description TO PV-Description
                   MOVE SPACES TO DeductRemitLine
                   WRITE DeductRemitLine FROM ProviderHeaderLine
                   PERFORM 410-Scan-Extract-For-Provider
                   MOVE WS-Provider-Code TO PT-Code
                   MOVE WS-Provider-Count TO PT-Count
                   MOVE WS-Provider-Total TO PT-Total
                   MOVE SPACES TO DeductRemitLine
                   WRITE DeductRemitLine FROM ProviderTotalLine
               END-IF.

      * Versions of a code come in effective-date order; the last one
      * in force today is kept.
           405-Take-Provider-Version.
               IF DC-Effective-Date <= WS-Today
                   SET WS-Version-Found TO TRUE
                   MOVE DC-Description TO WS-Provider-Description
               END-IF
               PERFORM 200-Read-Deduct-Code.

           410-Scan-Extract-For-Provider.
                   ADD 1 TO WS-Provider-Count
                   ADD DeductionAmount (WS-Deduction-Idx)
                       TO WS-Provider-Total
                   ADD 1 TO WS-Remit-Count
                   ADD DeductionAmount (WS-Deduction-Idx)
                       TO WS-Remit-Total
                   IF EmployeeNumber IS NUMERIC
                       MOVE EmployeeNumber TO WS-Hash-Number
                       ADD WS-Hash-Number TO WS-Remit-Hash
                   END-IF
               END-IF.

           500-Close-Files.
               CLOSE DeductCodeFile
               CLOSE DeductRemitFile
               IF WS-Files-Ready
                   PERFORM 510-Register-Remit-File
               END-IF.

           510-Register-Remit-File.
               INITIALIZE IfaceRegRequest
               MOVE "DEDREM" TO IR-Interface-Id
               MOVE "DeductRemitFile" TO IR-File-Name
               MOVE "Deduction providers" TO IR-Recipient
               MOVE "DEDREMIT" TO IR-Program
               MOVE WS-Remit-Count TO IR-Record-Count
               MOVE WS-Remit-Hash TO IR-Hash-Total
               MOVE WS-Remit-Total TO IR-Dollar-Total
               CALL "IfaceRegister" USING IfaceRegRequest.

           600-FormatDate.
               CALL "DateFormat" USING LK_Current_Date
               MOVE LK_Current_Date TO PV-Run-Date
               MOVE LK_Current_Date TO WS-Today.

               End Program DeductionRemit.
