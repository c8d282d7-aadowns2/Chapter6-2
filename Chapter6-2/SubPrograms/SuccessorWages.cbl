       Identification Division.
           Program-ID. SuccessorWages.

      * Answers how much Social Security wage base an employee has
      * already used this year under an earlier legal entity that the
      * current employer may count as its own.  Called with the
      * employee number, the four-digit year and a signed amount, which
      * comes back as the successor-employer credit carried on the
      * employee's latest EntityYtdFile close-out for that year (the
      * record EntityTransfer wrote when the employee last changed
      * legal entity).  The credit is zero when the employee has not
      * transferred this year, when the last transfer restarted the
      * wage base, or when the file does not exist yet.  Every program
      * that computes the Social Security room left under the wage
      * base takes the credit off that room.  The file is opened on
      * the first call and left open, and the last answer is kept, so
      * a payroll run calls it once per employee without rereading.
       Environment Division.
           Input-Output Section.
           File-Control.
               Select Optional EntityYtdFile assign to EntityYtd
                   Organization is Indexed
                   Access Mode is Dynamic
                   Record Key is EY-Key
                   File Status is WS-EntityYtd-Status.

       Data Division.
           File Section.
           FD  EntityYtdFile.
               01  EntityYtdRecord.
                   05  EY-Key.
                       10  EY-EmployeeNumber           PIC X(05).
                       10  EY-Year                     PIC 9(04).
                       10  EY-Company-Code             PIC X(02).
                   05  EY-EIN                          PIC 9(09).
                   05  EY-Transfer-Seq                 PIC 9(02).
                   05  EY-Closed-Date                  PIC 9(08).
                   05  EY-To-Company                   PIC X(02).
                   05  EY-Successor-Switch             PIC X(01).
                   05  EY-Gross                        PIC S9(8)V99.
                   05  EY-Withholding                  PIC S9(8)V99.
                   05  EY-Net                          PIC S9(8)V99.
                   05  EY-Soc-Sec                      PIC S9(8)V99.
                   05  EY-Medicare                     PIC S9(8)V99.
                   05  EY-State-Tax                    PIC S9(8)V99.
                   05  EY-Quarter-Totals OCCURS 4 TIMES.
                       10  EY-Qtr-Gross                PIC S9(8)V99.
                       10  EY-Qtr-Withholding          PIC S9(8)V99.
                       10  EY-Qtr-Net                  PIC S9(8)V99.
                   05  EY-Imputed-Income               PIC S9(8)V99.
                   05  EY-Credit-In                    PIC S9(8)V99.
                   05  EY-SocSec-Wages                 PIC S9(8)V99.
                   05  EY-Credit-Out                   PIC S9(8)V99.
                   05                                  PIC X(07).

           Working-Storage Section.
           01  WS-EntityYtd-Status                 PIC X(02).
           01  WS-EntityYtd-Switch                 PIC X(01) value "N".
               88  WS-EntityYtd-Open               value "Y".
               88  WS-EntityYtd-Closed             value "N".
           01  WS-Scan-Switch                      PIC X(01).
               88  WS-Scan-Done                    value "Y".
               88  WS-Scan-Not-Done                value "N".
           01  WS-Last-Employee                    PIC X(05)
                                                   value spaces.
           01  WS-Last-Year                        PIC 9(04) value 0.
           01  WS-Last-Credit                      PIC S9(8)V99
                                                   value 0.
           01  WS-High-Seq                         PIC 9(02).

           Linkage Section.
           01  LK-EmployeeNumber                   PIC X(05).
           01  LK-Year                             PIC 9(04).
           01  LK-Credit                           PIC S9(8)V99.

           Procedure Division USING LK-EmployeeNumber, LK-Year,
                                    LK-Credit.
           0000-Mainline.
               IF LK-EmployeeNumber NOT = WS-Last-Employee
                       OR LK-Year NOT = WS-Last-Year
                   PERFORM 1000-Find-Latest-Close-Out
               END-IF
               MOVE WS-Last-Credit TO LK-Credit
               EXIT PROGRAM.

           1000-Find-Latest-Close-Out.
               MOVE LK-EmployeeNumber TO WS-Last-Employee
               MOVE LK-Year TO WS-Last-Year
               MOVE 0 TO WS-Last-Credit
               IF WS-EntityYtd-Closed
                   OPEN INPUT EntityYtdFile
                   IF WS-EntityYtd-Status = "00"
                       SET WS-EntityYtd-Open TO TRUE
                   END-IF
               END-IF
               IF WS-EntityYtd-Open
                   MOVE 0 TO WS-High-Seq
                   SET WS-Scan-Not-Done TO TRUE
                   MOVE LK-EmployeeNumber TO EY-EmployeeNumber
                   MOVE LK-Year TO EY-Year
                   MOVE LOW-VALUES TO EY-Company-Code
                   START EntityYtdFile
                           KEY IS GREATER THAN OR EQUAL EY-Key
                       INVALID KEY
                           SET WS-Scan-Done TO TRUE
                   END-START
                   PERFORM 2000-Check-One-Close-Out
                       UNTIL WS-Scan-Done
               END-IF.

           2000-Check-One-Close-Out.
               READ EntityYtdFile NEXT RECORD
                   AT END
                       SET WS-Scan-Done TO TRUE
                   NOT AT END
                       IF EY-EmployeeNumber NOT = LK-EmployeeNumber
                               OR EY-Year NOT = LK-Year
                           SET WS-Scan-Done TO TRUE
                       ELSE
                           IF EY-Transfer-Seq > WS-High-Seq
                               MOVE EY-Transfer-Seq TO WS-High-Seq
                               MOVE EY-Credit-Out TO WS-Last-Credit
                           END-IF
                       END-IF
               END-READ.
