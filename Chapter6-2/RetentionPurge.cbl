      * configurable number of years ago (command line, default 7,
      * judged on the last pay-period stamp) are removed from the
      * payroll master together with their dependents, address, PTO,
      * garnishment orders, retro history and compensation history.
      * A per-employee legal hold on the master blocks the purge.
      * Every record removed is first appended to the sealed purge
      * archive, each purge is written to AuditLog, and a purge
      * register is printed.
       Environment Division.
           Configuration Section.
               Special-Names.
                       Access Mode is Dynamic
                       Record Key is RH-Sequence.

                   Select CompHistoryFile assign to CompHist
                       File Status is CompHist-Status
                       Organization is Indexed
                       Access Mode is Dynamic
                       Record Key is CH-Key.

                   Select PurgeArchiveFile assign to PurgeArch
                       Organization is Line Sequential
                       File Status is PurgeArch-Status.
                       05  RH-Change-Date                   PIC 9(08).
                       05  RH-Paid-Switch                   PIC X(01).

               FD  CompHistoryFile.
                   01  CompHistoryRecord.
                       05  CH-Key.
                           10  CH-EmployeeNumber            PIC X(05).
                           10  CH-Sequence                  PIC 9(05).
                       05                                   PIC X(70).

               FD  PurgeArchiveFile
                   Record Contains 250 characters.
                   01  PurgeArchiveRecord.
               01  PtoAccr-Status                      PIC X(02).
               01  GarnishOrder-Status                 PIC X(02).
               01  RetroHist-Status                    PIC X(02).
               01  CompHist-Status                     PIC X(02).
               01  PurgeArch-Status                    PIC X(02).
               01  WS-AuditLog-Status                  PIC X(02).
               01  PurgeRgst-Status                    PIC X(02).
               OPEN I-O PtoAccrualFile
               OPEN I-O GarnishOrderFile
               OPEN I-O RetroHistoryFile
               OPEN I-O CompHistoryFile
               OPEN EXTEND PurgeArchiveFile
               IF PurgeArch-Status NOT = "00"
                   OPEN OUTPUT PurgeArchiveFile
               PERFORM 416-Purge-Pto
               PERFORM 418-Purge-Garnishments
               PERFORM 422-Purge-Retro-History
               PERFORM 424-Purge-Comp-History
               PERFORM 490-Write-Audit-Record
               ADD 1 TO WS-Purge-Count
               MOVE "Purged with all satellite records"
                       END-IF
               END-READ.

           424-Purge-Comp-History.
               SET WS-Scan-Not-Eof TO TRUE
               MOVE WS-Purge-Employee TO CH-EmployeeNumber
               MOVE 0 TO CH-Sequence
               START CompHistoryFile
                       KEY IS GREATER THAN OR EQUAL CH-Key
                   INVALID KEY
                       SET WS-Scan-Eof TO TRUE
               END-START
               PERFORM 425-Purge-One-Comp-History
                   UNTIL WS-Scan-Eof.

           425-Purge-One-Comp-History.
               READ CompHistoryFile NEXT RECORD
                   AT END
                       SET WS-Scan-Eof TO TRUE
                   NOT AT END
                       IF CH-EmployeeNumber NOT = WS-Purge-Employee
                           SET WS-Scan-Eof TO TRUE
                       ELSE
                           MOVE "COMPHS" TO PG-Record-Type
                           MOVE SPACES TO PG-Data
                           MOVE CompHistoryRecord TO PG-Data
                           PERFORM 430-Write-Archive-Record
                           DELETE CompHistoryFile
                               INVALID KEY
                                   CONTINUE
                           END-DELETE
                       END-IF
               END-READ.

           420-Write-Register-Line.
               MOVE EmployeeNumber TO PD-EmployeeNumber
               MOVE EmployeeName TO PD-EmployeeName
               CLOSE PtoAccrualFile
               CLOSE GarnishOrderFile
               CLOSE RetroHistoryFile
               CLOSE CompHistoryFile
               CLOSE PurgeArchiveFile
               CLOSE AuditLog
               CLOSE PurgeRegisterFile.
