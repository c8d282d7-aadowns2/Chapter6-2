      * pay-detail ledger.  The ledger is read in key order (employee,
      * period date) and re-accumulated into one YTD record per
      * employee per year, including the FICA, state-tax, and quarter
      * buckets and the imputed group-term life income.  The
      * accumulator file is rebuilt from scratch, so run this only
      * against a damaged or lost YtdAccumFile.  A void
      * reversal is accumulated into the year and quarter of the
      * period it voids, not the date it was posted.  For an employee
      * who changed legal entity during the year, the amounts already
      * closed out to EntityYtdFile under the earlier companies are
      * taken back off, so the rebuilt record holds only what was
      * earned under the current company, as EntityTransfer left it.
       Environment Division.
           Configuration Section.
               Special-Names.
                   Select YtdAccumFile assign to YtdAccum
                       File Status is YtdAccum-Status
                       Organization is Indexed
                       Access Mode is Dynamic
                       Record Key is YT-Key.

                   Select Optional EntityYtdFile assign to EntityYtd
                       File Status is EntityYtd-Status
                       Organization is Indexed
                       Access Mode is Dynamic
                       Record Key is EY-Key.

               I-O-Control.

       Data Division.
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

               FD  YtdAccumFile.
                   01  YtdAccumRecord.
                           10  YT-Qtr-Gross             PIC S9(8)V99.
                           10  YT-Qtr-Withholding       PIC S9(8)V99.
                           10  YT-Qtr-Net               PIC S9(8)V99.
                       05  YT-Imputed-Income            PIC S9(8)V99.

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

           Working-Storage Section.
               COPY "Misc.cpy".

               01  PayLedger-Status                    PIC X(02).
               01  YtdAccum-Status                     PIC X(02).
               01  EntityYtd-Status                    PIC X(02).

               01  WS-Open-Switch   PIC X(01)   value "Y".
                   88  WS-Files-Ready                       value "Y".
                   88  WS-Record-Open                       value "Y".
                   88  WS-Record-Not-Open                   value "N".

               01  WS-EntityYtd-Switch   PIC X(01)   value "N".
                   88  WS-EntityYtd-Ready                   value "Y".

               01  WS-Ey-Scan-Switch   PIC X(01)   value "N".
                   88  WS-Ey-Scan-Done                      value "Y".
                   88  WS-Ey-Scan-Not-Done                  value "N".

               01  WS-Ledger-Count   PIC 9(07)   COMP value 0.
               01  WS-Close-Out-Count   PIC 9(05)   COMP value 0.
               01  WS-Rebuilt-Count   PIC 9(05)   COMP value 0.
               01  WS-Qtr-Idx   PIC 9(01)   COMP value 0.
               01  WS-Ledger-Period.
                       WS-Ledger-Count
                   DISPLAY "YTDREBUILD: YTD records rebuilt:   "
                       WS-Rebuilt-Count
                   DISPLAY "YTDREBUILD: close-outs taken off:  "
                       WS-Close-Out-Count
               END-IF
               PERFORM 500-Close-Files.
               IF WS-Open-Failed
               CALL "Validations" USING PayLedger-Status, "YTDREBUILD"
               OPEN OUTPUT YtdAccumFile
               CALL "Validations" USING YtdAccum-Status, "YTDREBUILD"
               IF YtdAccum-Status = "00"
                   CLOSE YtdAccumFile
                   OPEN I-O YtdAccumFile
               CALL "Validations" USING YtdAccum-Status, "YTDREBUILD"
               END-IF
               IF PayLedger-Status NOT = "00"
                       OR YtdAccum-Status NOT = "00"
                   SET WS-Open-Failed TO TRUE
               END-IF
               OPEN INPUT EntityYtdFile
               IF EntityYtd-Status = "00"
                   SET WS-EntityYtd-Ready TO TRUE
               END-IF.

           200-Read-Records.

           400-Accumulate-One-Ledger.
               ADD 1 TO WS-Ledger-Count
               IF LG-Void-Reversal AND LG-Reference-Date NOT = 0
                   MOVE LG-Reference-Date TO WS-Ledger-Period
               ELSE
                   MOVE LG-Period-Date TO WS-Ledger-Period
               END-IF
               IF WS-Record-Open
                       AND (LG-EmployeeNumber NOT = YT-EmployeeNumber
                           OR WS-Ledger-Year NOT = YT-Year)
                   PERFORM 440-Write-Open-Record
               END-IF
               IF WS-Record-Not-Open
                   PERFORM 410-Open-Ytd-Record
               END-IF
               PERFORM 420-Add-Ledger-To-Ytd
               PERFORM 200-Read-Records.

           410-Open-Ytd-Record.
               MOVE LG-EmployeeNumber TO YT-EmployeeNumber
               MOVE WS-Ledger-Year TO YT-Year
               READ YtdAccumFile
                   INVALID KEY
                       INITIALIZE YtdAccumRecord
                       MOVE LG-EmployeeNumber TO YT-EmployeeNumber
                       MOVE WS-Ledger-Year TO YT-Year
               END-READ
               SET WS-Record-Open TO TRUE.

           420-Add-Ledger-To-Ytd.
               ADD LG-Gross TO YT-Gross
               ADD LG-Withholding TO YT-Withholding
               ADD LG-Medicare TO YT-Medicare
               ADD LG-State-Tax TO YT-State-Tax
               ADD LG-Net TO YT-Net
               ADD LG-Imputed-Income TO YT-Imputed-Income
               COMPUTE WS-Qtr-Idx = (WS-Ledger-Month + 2) / 3
               IF WS-Qtr-Idx < 1 OR WS-Qtr-Idx > 4
                   MOVE 1 TO WS-Qtr-Idx

           440-Write-Open-Record.
               IF WS-Record-Open
                   IF WS-EntityYtd-Ready
                       PERFORM 450-Take-Off-Close-Outs
                   END-IF
                   WRITE YtdAccumRecord
                       INVALID KEY
                           REWRITE YtdAccumRecord
                               INVALID KEY
                                   CONTINUE
                           END-REWRITE
                       NOT INVALID KEY
                           ADD 1 TO WS-Rebuilt-Count
                   END-WRITE
                   SET WS-Record-Not-Open TO TRUE
               END-IF.

      *****************************************************************
      * Wages closed out under an earlier legal entity stay with that *
      * company's EntityYtdFile record and come off the rebuilt year. *
      *****************************************************************
           450-Take-Off-Close-Outs.
               SET WS-Ey-Scan-Not-Done TO TRUE
               MOVE YT-EmployeeNumber TO EY-EmployeeNumber
               MOVE YT-Year TO EY-Year
               MOVE LOW-VALUES TO EY-Company-Code
               START EntityYtdFile KEY IS GREATER THAN OR EQUAL EY-Key
                   INVALID KEY
                       SET WS-Ey-Scan-Done TO TRUE
               END-START
               PERFORM 455-Take-Off-One-Close-Out
                   UNTIL WS-Ey-Scan-Done.

           455-Take-Off-One-Close-Out.
               READ EntityYtdFile NEXT RECORD
                   AT END
                       SET WS-Ey-Scan-Done TO TRUE
                   NOT AT END
                       IF EY-EmployeeNumber NOT = YT-EmployeeNumber
                               OR EY-Year NOT = YT-Year
                           SET WS-Ey-Scan-Done TO TRUE
                       ELSE
                           PERFORM 460-Subtract-Close-Out
                       END-IF
               END-READ.

           460-Subtract-Close-Out.
               ADD 1 TO WS-Close-Out-Count
               SUBTRACT EY-Gross FROM YT-Gross
               SUBTRACT EY-Withholding FROM YT-Withholding
               SUBTRACT EY-Net FROM YT-Net
               SUBTRACT EY-Soc-Sec FROM YT-Soc-Sec
               SUBTRACT EY-Medicare FROM YT-Medicare
               SUBTRACT EY-State-Tax FROM YT-State-Tax
               SUBTRACT EY-Imputed-Income FROM YT-Imputed-Income
               PERFORM 465-Subtract-Close-Out-Quarter
                   VARYING WS-Qtr-Idx FROM 1 BY 1
                   UNTIL WS-Qtr-Idx > 4.

           465-Subtract-Close-Out-Quarter.
               SUBTRACT EY-Qtr-Gross (WS-Qtr-Idx)
                   FROM YT-Qtr-Gross (WS-Qtr-Idx)
               SUBTRACT EY-Qtr-Withholding (WS-Qtr-Idx)
                   FROM YT-Qtr-Withholding (WS-Qtr-Idx)
               SUBTRACT EY-Qtr-Net (WS-Qtr-Idx)
                   FROM YT-Qtr-Net (WS-Qtr-Idx).

           500-Close-Files.
               CLOSE PayLedgerFile
               CLOSE YtdAccumFile
               IF WS-EntityYtd-Ready
                   CLOSE EntityYtdFile
               END-IF.

               End Program YtdRebuild.
