       Identification Division.
           Program-ID. BankVault.

      * Single controlled encode/decode point for the deposit account
      * numbers (BankAccountNumber, BankAccountNumber2) as stored on
      * PayrollReport, in PayrollBackupFile generations and in the
      * verification intake.  Same contract as SsnVault: function,
      * value, calling program, operator, employee number.
      * Every digit ahead of the last four is replaced by a letter
      * keyed to its position; the last four stay as they are so the
      * printed reports can keep showing "****nnnn" without a decode.
      * Because the stored form carries no digits outside the last
      * four, ENCODE of an already-encoded value and DECODE of a clear
      * value both leave the value alone, so a caller can safely
      * encode whatever is in hand before writing it.
      * DECODE is honored only for the callers in WS-Decode-Callers
      * (the deposit file build); any other caller gets the stored
      * form back.  Every DECODE, honored or refused, is recorded to
      * the BankAccess log in the SsnAccess layout plus the outcome.
       Environment Division.
           Input-Output Section.
           File-Control.
               Select BankAccessLog assign to BankAccess
                   Organization is Line Sequential
                   File Status is WS-BankAccess-Status.

       Data Division.
           File Section.
           FD  BankAccessLog
               Record Contains 80 characters.
               01  BankAccessRecord                    PIC X(80).

           Working-Storage Section.
           01  WS-Account                          PIC X(17).
           01  WS-Account-Chars redefines WS-Account.
               05  WS-Account-Char   PIC X(01) OCCURS 17 TIMES.
           01  WS-Idx                              PIC 9(02) COMP.
           01  WS-Letter-Idx                       PIC 9(02) COMP.
           01  WS-Length                           PIC 9(02) COMP.
           01  WS-Digit                            PIC 9(02).
           01  WS-Digit-X redefines WS-Digit.
               05                                  PIC X(01).
               05  WS-Digit-Char                   PIC X(01).

           01  WS-Letters-Value   PIC X(10)   value "QJWMZRKTXV".
           01  WS-Letters redefines WS-Letters-Value.
               05  WS-Letter   PIC X(01) OCCURS 10 TIMES.
           01  WS-Shift-Value   PIC X(13)   value "7316942850317".
           01  WS-Shifts redefines WS-Shift-Value.
               05  WS-Shift   PIC 9(01) OCCURS 13 TIMES.

           01  WS-Decode-Callers-Value.
               05   PIC X(12)   value "DDEXPORT    ".
           01  WS-Decode-Callers redefines WS-Decode-Callers-Value.
               05  WS-Decode-Caller   PIC X(12) OCCURS 1 TIMES.
           01  WS-Decode-Caller-Count   PIC 9(02) COMP value 1.
           01  WS-Caller-Idx                       PIC 9(02) COMP.
           01  WS-Decode-Switch   PIC X(01)   value "N".
               88  WS-Decode-Allowed                   value "Y".
               88  WS-Decode-Refused                   value "N".

           01  WS-BankAccess-Status                PIC X(02).

           COPY "WS_Date.cpy" REPLACING LEADING ==Prefix== BY ==LK==.

           01  BankAccessLine.
               05  BA-Caller                           PIC X(12).
               05   PIC X(01)   value space.
               05  BA-Operator                         PIC X(08).
               05   PIC X(01)   value space.
               05  BA-EmployeeNumber                   PIC X(05).
               05   PIC X(01)   value space.
               05  BA-Date   PIC 9(02)/9(02)/9(04).
               05   PIC X(01)   value space.
               05  BA-Time   PIC 9(02)9(02)9(02).
               05   PIC X(01)   value space.
               05  BA-Outcome                          PIC X(07).
               05   PIC X(27)   value spaces.

           Linkage Section.
           01  LK-Function                         PIC X(06).
               88  LK-Encode-Requested                 value "ENCODE".
               88  LK-Decode-Requested                 value "DECODE".
           01  LK-Account                          PIC X(17).
           01  LK-Caller                           PIC X(12).
           01  LK-Operator                         PIC X(08).
           01  LK-Employee                         PIC X(05).

           Procedure Division USING LK-Function, LK-Account,
               LK-Caller, LK-Operator, LK-Employee.
           0000-Mainline.
               MOVE LK-Account TO WS-Account
               PERFORM 500-Find-Account-Length
               EVALUATE TRUE
                   WHEN LK-Encode-Requested
                       PERFORM 1000-Encode-Digits
                   WHEN LK-Decode-Requested
                       PERFORM 3000-Check-Decode-Caller
                       IF WS-Decode-Allowed
                           PERFORM 2000-Decode-Letters
                       END-IF
                       PERFORM 4000-Log-Decode-Access
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               MOVE WS-Account TO LK-Account
               EXIT PROGRAM.

      * Only the positions ahead of the last four significant
      * characters are transformed.
           500-Find-Account-Length.
               MOVE 0 TO WS-Length
               PERFORM 510-Check-One-Position
                   VARYING WS-Idx FROM 17 BY -1
                   UNTIL WS-Idx < 1 OR WS-Length > 0.

           510-Check-One-Position.
               IF WS-Account-Char (WS-Idx) NOT = SPACE
                   MOVE WS-Idx TO WS-Length
               END-IF.

           1000-Encode-Digits.
               PERFORM 1100-Encode-One-Digit
                   VARYING WS-Idx FROM 1 BY 1
                   UNTIL WS-Idx > WS-Length - 4 OR WS-Idx > 13.

           1100-Encode-One-Digit.
               IF WS-Account-Char (WS-Idx) IS NUMERIC
                   MOVE 0 TO WS-Digit
                   MOVE WS-Account-Char (WS-Idx) TO WS-Digit-Char
                   ADD WS-Shift (WS-Idx) TO WS-Digit
                   IF WS-Digit > 9
                       SUBTRACT 10 FROM WS-Digit
                   END-IF
                   MOVE WS-Letter (WS-Digit + 1)
                       TO WS-Account-Char (WS-Idx)
               END-IF.

           2000-Decode-Letters.
               PERFORM 2100-Decode-One-Letter
                   VARYING WS-Idx FROM 1 BY 1
                   UNTIL WS-Idx > WS-Length - 4 OR WS-Idx > 13.

           2100-Decode-One-Letter.
               MOVE 0 TO WS-Letter-Idx
               PERFORM 2200-Match-One-Letter
                   VARYING WS-Digit FROM 0 BY 1
                   UNTIL WS-Digit > 9 OR WS-Letter-Idx > 0
               IF WS-Letter-Idx > 0
                   COMPUTE WS-Digit = WS-Letter-Idx - 1 + 10
                       - WS-Shift (WS-Idx)
                   IF WS-Digit > 9
                       SUBTRACT 10 FROM WS-Digit
                   END-IF
                   MOVE WS-Digit-Char TO WS-Account-Char (WS-Idx)
               END-IF.

           2200-Match-One-Letter.
               IF WS-Letter (WS-Digit + 1) = WS-Account-Char (WS-Idx)
                   COMPUTE WS-Letter-Idx = WS-Digit + 1
               END-IF.

           3000-Check-Decode-Caller.
               SET WS-Decode-Refused TO TRUE
               PERFORM 3100-Check-One-Caller
                   VARYING WS-Caller-Idx FROM 1 BY 1
                   UNTIL WS-Caller-Idx > WS-Decode-Caller-Count.

           3100-Check-One-Caller.
               IF LK-Caller = WS-Decode-Caller (WS-Caller-Idx)
                   SET WS-Decode-Allowed TO TRUE
               END-IF.

           4000-Log-Decode-Access.
               CALL "DateFormat" USING LK_Current_Date
               CALL "TimeFormats" USING LK_Current_Time

               MOVE SPACES TO BankAccessLine
               MOVE LK-Caller TO BA-Caller
               MOVE LK-Operator TO BA-Operator
               MOVE LK-Employee TO BA-EmployeeNumber
               MOVE LK_Current_Month TO LK_Date_MDY_Month
               MOVE LK_Current_Day TO LK_Date_MDY_Day
               MOVE LK_Current_Year TO LK_Date_MDY_Year
               MOVE LK_Date_MDY_Numeric TO BA-Date
               MOVE LK_Current_Hours TO LK_Time_HMS_Hours
               MOVE LK_Current_Minute TO LK_Time_HMS_Minutes
               MOVE LK_Current_Second TO LK_Time_HMS_Seconds
               MOVE LK_Time_HMS_Numeric TO BA-Time
               IF WS-Decode-Allowed
                   MOVE "GRANTED" TO BA-Outcome
               ELSE
                   MOVE "REFUSED" TO BA-Outcome
               END-IF

               OPEN EXTEND BankAccessLog
               IF WS-BankAccess-Status NOT = "00"
                   OPEN OUTPUT BankAccessLog
               END-IF

               MOVE SPACES TO BankAccessRecord
               MOVE BankAccessLine TO BankAccessRecord
               WRITE BankAccessRecord
               CLOSE BankAccessLog.
