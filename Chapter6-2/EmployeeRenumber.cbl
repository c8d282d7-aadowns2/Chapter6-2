      * number is already on the payroll master the run refuses to
      * start.  Each mapping then rewrites PayrollReport and every
      * dependent keyed file (dependents, YTD accumulator, PTO,
      * garnishment orders, address, pay ledger, COBRA elections,
      * compensation history, legal-entity YTD close-outs), the retro
      * history rows are re-pointed
      * in a single pass, and a permanent cross-reference record (old
      * number to new number) is kept so old numbers on paper records
      * can still be looked up.
      * Every renumber is written to AuditLog and a register report.
       Environment Division.
           Configuration Section.
                       Access Mode is Dynamic
                       Record Key is CA-Key.

                   Select CompHistoryFile assign to CompHist
                       File Status is CompHist-Status
                       Organization is Indexed
                       Access Mode is Dynamic
                       Record Key is CH-Key.

                   Select Optional EntityYtdFile assign to EntityYtd
                       File Status is EntityYtd-Status
                       Organization is Indexed
                       Access Mode is Dynamic
                       Record Key is EY-Key.

                   Select XrefFile assign to RenumXref
                       File Status is Xref-Status
                       Organization is Indexed
                           10  YT-Qtr-Gross             PIC S9(8)V99.
                           10  YT-Qtr-Withholding       PIC S9(8)V99.
                           10  YT-Qtr-Net               PIC S9(8)V99.
                       05  YT-Imputed-Income            PIC S9(8)V99.

               FD  PtoAccrualFile.
                   01  PtoAccrualRecord.
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

               FD  CobraElectionFile.
                   01  CobraElectionRecord.
                       05  CA-Office                        PIC X(02).
                       05  CA-Percent                       PIC 9(03).

               FD  CompHistoryFile.
                   01  CompHistoryRecord.
                       05  CH-Key.
                           10  CH-EmployeeNumber            PIC X(05).
                           10  CH-Sequence                  PIC 9(05).
                       05                                   PIC X(70).

               FD  EntityYtdFile.
                   01  EntityYtdRecord.
                       05  EY-Key.
                           10  EY-EmployeeNumber            PIC X(05).
                           10  EY-Year                      PIC 9(04).
                           10  EY-Company-Code              PIC X(02).
                       05  EY-EIN                           PIC 9(09).
                       05  EY-Transfer-Seq                  PIC 9(02).
                       05  EY-Closed-Date                   PIC 9(08).
                       05  EY-To-Company                    PIC X(02).
                       05  EY-Successor-Switch              PIC X(01).
                       05  EY-Gross                     PIC S9(8)V99.
                       05  EY-Withholding               PIC S9(8)V99.
                       05  EY-Net                       PIC S9(8)V99.
                       05  EY-Soc-Sec                   PIC S9(8)V99.
                       05  EY-Medicare                  PIC S9(8)V99.
                       05  EY-State-Tax                 PIC S9(8)V99.
                       05  EY-Quarter-Totals OCCURS 4 TIMES.
                           10  EY-Qtr-Gross             PIC S9(8)V99.
                           10  EY-Qtr-Withholding       PIC S9(8)V99.
                           10  EY-Qtr-Net               PIC S9(8)V99.
                       05  EY-Imputed-Income            PIC S9(8)V99.
                       05  EY-Credit-In                 PIC S9(8)V99.
                       05  EY-SocSec-Wages              PIC S9(8)V99.
                       05  EY-Credit-Out                PIC S9(8)V99.
                       05                                   PIC X(07).

               FD  XrefFile.
                   01  XrefRecord.
                       05  XR-Old-Number                    PIC X(05).
               01  MailSent-Status                     PIC X(02).
               01  DirBill-Status                      PIC X(02).
               01  CostAlloc-Status                    PIC X(02).
               01  CompHist-Status                     PIC X(02).
               01  EntityYtd-Status                    PIC X(02).
               01  Xref-Status                         PIC X(02).
               01  WS-AuditLog-Status                  PIC X(02).
               01  RenumRpt-Status                     PIC X(02).
               01  WS-Save-Dependent   PIC X(46)   value spaces.
               01  WS-Save-Ytd   PIC X(207)   value spaces.
               01  WS-Save-Garnish   PIC X(46)   value spaces.
               01  WS-Save-Ledger   PIC X(111)   value spaces.
               01  WS-Save-Direct-Bill   PIC X(27)   value spaces.
               01  WS-Save-Cost-Split   PIC X(14)   value spaces.
               01  WS-Save-Comp-History   PIC X(80)   value spaces.
               01  WS-Save-Entity-Ytd   PIC X(260)   value spaces.

               01  AuditLogLine.
                   05  AL-EmployeeNumber                   PIC X(05).
               OPEN I-O MailerSentLogFile
               OPEN I-O DirectBillFile
               OPEN I-O CostAllocFile
               OPEN I-O CompHistoryFile
               OPEN I-O EntityYtdFile
               OPEN I-O XrefFile
               IF Xref-Status = "35"
                   OPEN OUTPUT XrefFile
               PERFORM 443-Renumber-Mailer-Log
               PERFORM 446-Renumber-Direct-Bills
               PERFORM 448-Renumber-Cost-Splits
               PERFORM 451-Renumber-Comp-History
               PERFORM 453-Renumber-Entity-Ytd
               PERFORM 444-Write-Xref-Record
               IF WS-Run-Map-Count < 5000
                   ADD 1 TO WS-Run-Map-Count
                       END-IF
               END-READ.

           451-Renumber-Comp-History.
               SET WS-Scan-Not-Eof TO TRUE
               MOVE WS-Old-Number TO CH-EmployeeNumber
               MOVE 0 TO CH-Sequence
               START CompHistoryFile
                       KEY IS GREATER THAN OR EQUAL CH-Key
                   INVALID KEY
                       SET WS-Scan-Eof TO TRUE
               END-START
               PERFORM 452-Move-One-Comp-History
                   UNTIL WS-Scan-Eof.

           452-Move-One-Comp-History.
               READ CompHistoryFile NEXT RECORD
                   AT END
                       SET WS-Scan-Eof TO TRUE
                   NOT AT END
                       IF CH-EmployeeNumber NOT = WS-Old-Number
                           SET WS-Scan-Eof TO TRUE
                       ELSE
                           MOVE CompHistoryRecord
                               TO WS-Save-Comp-History
                           DELETE CompHistoryFile
                               INVALID KEY
                                   CONTINUE
                           END-DELETE
                           MOVE WS-Save-Comp-History
                               TO CompHistoryRecord
                           MOVE WS-New-Number
                               TO CH-EmployeeNumber
                           WRITE CompHistoryRecord
                               INVALID KEY
                                   CONTINUE
                           END-WRITE
                           MOVE WS-Old-Number
                               TO CH-EmployeeNumber
                       END-IF
               END-READ.

           453-Renumber-Entity-Ytd.
               SET WS-Scan-Not-Eof TO TRUE
               MOVE WS-Old-Number TO EY-EmployeeNumber
               MOVE 0 TO EY-Year
               MOVE LOW-VALUES TO EY-Company-Code
               START EntityYtdFile
                       KEY IS GREATER THAN OR EQUAL EY-Key
                   INVALID KEY
                       SET WS-Scan-Eof TO TRUE
               END-START
               PERFORM 454-Move-One-Entity-Ytd
                   UNTIL WS-Scan-Eof.

           454-Move-One-Entity-Ytd.
               READ EntityYtdFile NEXT RECORD
                   AT END
                       SET WS-Scan-Eof TO TRUE
                   NOT AT END
                       IF EY-EmployeeNumber NOT = WS-Old-Number
                           SET WS-Scan-Eof TO TRUE
                       ELSE
                           MOVE EntityYtdRecord
                               TO WS-Save-Entity-Ytd
                           DELETE EntityYtdFile
                               INVALID KEY
                                   CONTINUE
                           END-DELETE
                           MOVE WS-Save-Entity-Ytd
                               TO EntityYtdRecord
                           MOVE WS-New-Number
                               TO EY-EmployeeNumber
                           WRITE EntityYtdRecord
                               INVALID KEY
                                   CONTINUE
                           END-WRITE
                           MOVE WS-Old-Number
                               TO EY-EmployeeNumber
                       END-IF
               END-READ.

           444-Write-Xref-Record.
               MOVE WS-Old-Number TO XR-Old-Number
               MOVE WS-New-Number TO XR-New-Number
               CLOSE MailerSentLogFile
               CLOSE DirectBillFile
               CLOSE CostAllocFile
               CLOSE CompHistoryFile
               CLOSE EntityYtdFile
               CLOSE XrefFile
               CLOSE AuditLog
               CLOSE RenumberReportFile.
