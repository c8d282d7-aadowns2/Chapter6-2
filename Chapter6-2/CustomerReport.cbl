               Date-Compiled.
               Security.

      * Customer purchase report.  Each transaction carries the
      * customer number and is posted to the customer master
      * (CustomerMasterFile): the purchase is added to the running
      * balance and written to the posting history (CustHistFile)
      * with the customer's next posting sequence, which is what the
      * monthly CustomerStatement run reads.  A transaction for a
      * customer not on the master, or one that would take the
      * balance over the customer's credit limit, is not posted and
      * goes to CustExceptionFile with the reason.
      *
      * Every posted purchase is also added to the customer's bucket
      * for that transaction month on the purchase history
      * (CustPurchFile), keyed by customer number, CT-Year-Trans and
      * CT-Month-Trans, which CustomerTrend reports from.
      *
      * Before anything is posted the transaction file is read once
      * for its record count and amount total.  CustPostCtlFile keeps
      * the run date and those totals for the last file posted; a
      * file with the same count and amount is taken to be the same
      * file again and is refused with return code 16, nothing
      * posted.  REPOST in columns 1-6 of the command line posts it
      * anyway, for a genuinely new file that happens to match.
       Environment Division.
           Configuration Section.
               Special-Names.
                       File Status is CustExc-Status
                       Organization is Line Sequential.

                   Select Optional CustomerMasterFile assign to CustMast
                       File Status is CustMast-Status
                       Organization is Indexed
                       Access Mode is Dynamic
                       Record Key is CU-Customer-Number.

                   Select CustPurchFile assign to CustPurch
                       File Status is CustPurch-Status
                       Organization is Indexed
                       Access Mode is Dynamic
                       Record Key is PH-Key.

                   Select CustHistFile assign to CustHist
                       File Status is CustHist-Status
                       Organization is Line Sequential.

                   Select CustPostCtlFile assign to CustPostCtl
                       File Status is CustPostCtl-Status
                       Organization is Indexed
                       Access Mode is Dynamic
                       Record Key is PC-Control-Key.

               I-O-Control.

       Data Division.
           File Section.
               FD  CustomerTransFile
                   Record Contains 29 characters.
                   01  CustomerTransRecord.
                       05  CT-Initial1                 PIC X(01).
                       05  CT-Initial2                 PIC X(01).
                       05  CT-Month-Trans               PIC 9(02).
                       05  CT-Year-Trans                PIC 9(04).
                       05  CT-Amount-Trans              PIC 9(05)V9(02).
                       05  CT-Customer-Number          PIC X(06).
                   01  CustomerTrailerRecord.
                       05  CT-Trailer-Id               PIC X(02).
                           88  CT-Is-Trailer               value "TR".
                       05  CT-Expected-Count           PIC 9(05).
                       05  CT-Expected-Amount          PIC 9(07)V9(02).
                       05                              PIC X(13).

               FD  CustomerReportFile
                   Record Contains 132 characters.
                   Record Contains 80 characters.
                   01  CustExceptionLine               PIC X(80).

               FD  CustomerMasterFile
                   Record Contains 200 characters.
                   01  CustomerMasterRecord.
                       05  CU-Customer-Number          PIC X(06).
                       05  CU-First-Name               PIC X(15).
                       05  CU-Middle-Initial           PIC X(01).
                       05  CU-Last-Name                PIC X(20).
                       05  CU-Address-Line1            PIC X(30).
                       05  CU-Address-Line2            PIC X(30).
                       05  CU-City                     PIC X(20).
                       05  CU-State                    PIC X(02).
                       05  CU-Zip                      PIC X(10).
                       05  CU-Credit-Limit             PIC 9(07)V99.
                       05  CU-Balance                  PIC S9(07)V99.
                       05  CU-Stmt-Balance             PIC S9(07)V99.
                       05  CU-Last-Posting-Seq         PIC 9(05).
                       05  CU-Stmt-Posting-Seq         PIC 9(05).
                       05  CU-Last-Stmt-Month          PIC 9(06).
                       05  CU-Date-Opened              PIC 9(08).
                       05  CU-Last-Updated             PIC 9(08).
                       05                              PIC X(07).

               FD  CustPurchFile
                   Record Contains 70 characters.
                   01  CustPurchRecord.
                       05  PH-Key.
                           10  PH-Customer-Number      PIC X(06).
                           10  PH-Year                 PIC 9(04).
                           10  PH-Month                PIC 9(02).
                       05  PH-Purchase-Amount          PIC 9(07)V99.
                       05  PH-Purchase-Count           PIC 9(05).
                       05  PH-Last-Posted-Date         PIC 9(08).
                       05                              PIC X(36).

               FD  CustHistFile
                   Record Contains 40 characters.
                   01  CustHistRecord.
                       05  CP-Customer-Number          PIC X(06).
                       05  CP-Posting-Seq              PIC 9(05).
                       05  CP-Month-Trans              PIC 9(02).
                       05  CP-Year-Trans               PIC 9(04).
                       05  CP-Amount                   PIC 9(05)V99.
                       05  CP-Posted-Date              PIC 9(08).
                       05                              PIC X(08).

               FD  CustPostCtlFile
                   Record Contains 40 characters.
                   01  CustPostCtlRecord.
                       05  PC-Control-Key              PIC X(08).
                       05  PC-Posted-Date              PIC 9(08).
                       05  PC-Trans-Count              PIC 9(05).
                       05  PC-Trans-Amount             PIC 9(09)V99.
                       05  PC-Posted-Count             PIC 9(05).
                       05                              PIC X(03).

           Working-Storage Section.
               COPY "Misc.cpy".
              COPY "WS_Date.cpy" REPLACING LEADING ==Prefix== BY ==LK==.
                   88  WS-Customer-Not-Eof                  value "N".

               01  CustExc-Status                      PIC X(02).
               01  CustMast-Status                     PIC X(02).
               01  CustHist-Status                     PIC X(02).
               01  CustPurch-Status                    PIC X(02).
               01  CustPostCtl-Status                  PIC X(02).
               01  WS-Today   PIC 9(08)   value 0.
               01  WS-Posted-Count   PIC 9(05)   value 0.
               01  WS-New-Balance   PIC S9(08)V99   value 0.

               01  WS-Trans-Valid-Switch   PIC X(01)   value "Y".
                   88  WS-Trans-Valid                       value "Y".
               01  WS-Exception-Count   PIC 9(05)   value 0.

               01  ExceptionDetailLine.
                   05  EX-Record-Image                 PIC X(29).
               05   PIC X(03)   value spaces.
                   05  EX-Reason                       PIC X(30).
               05   PIC X(18)   value spaces.

               01  ExceptionTotalLine.
               05   PIC X(21)   value "Exception Records:   ".
                   88  WS-Control-Ok                        value "Y".
                   88  WS-Control-Mismatch                  value "N".

               01  WS-Posting-Switch   PIC X(01)   value "N".
                   88  WS-Already-Posted                    value "Y".
                   88  WS-Not-Yet-Posted                    value "N".

               01  WS-Command-Line-Param   PIC X(40)   value spaces.
               01  WS-Scan-Count   PIC 9(05)   value 0.
               01  WS-Scan-Amount   PIC 9(09)V99 value 0.
               01  WS-Input-Count   PIC 9(05)   value 0.
               01  WS-Input-Amount   PIC 9(09)V99 value 0.
               01  WS-Expected-Count   PIC 9(05)   value 0.
           Initilization.
               PERFORM 100-Open-Files
               IF WS-Files-Ready
                   PERFORM 150-Scan-Trans-File
                   PERFORM 160-Check-Posting-Control
               END-IF
               IF WS-Files-Ready AND WS-Not-Yet-Posted
                   MOVE 0 TO Sub_Total_Purchases
                   PERFORM 600-FormatDate
                   PERFORM 700-FormatTime
                       UNTIL WS-Customer-Eof
                   PERFORM 450-Write-Footer
                   PERFORM 460-Write-Control-Totals
                   PERFORM 470-Write-Posting-Control
               END-IF
               PERFORM 500-Close-Files.
               IF WS-Open-Failed OR WS-Control-Mismatch
                       OR WS-Already-Posted
                   MOVE 16 TO RETURN-CODE
               END-IF
               STOP RUN.
               CALL "Validations" USING CustRpt-Status, "CUSTOMERRPT"
               OPEN OUTPUT CustExceptionFile
               CALL "Validations" USING CustExc-Status, "CUSTOMERRPT"
               OPEN I-O CustomerMasterFile
               CALL "Validations" USING CustMast-Status, "CUSTOMERRPT"
               IF CustMast-Status = "35"
                   OPEN OUTPUT CustomerMasterFile
                   CLOSE CustomerMasterFile
                   OPEN I-O CustomerMasterFile
                   CALL "Validations" USING CustMast-Status,
                       "CUSTOMERRPT"
               END-IF
               IF CustMast-Status = "05"
                   MOVE "00" TO CustMast-Status
               END-IF
               OPEN I-O CustPurchFile
               CALL "Validations" USING CustPurch-Status, "CUSTOMERRPT"
               IF CustPurch-Status = "35"
                   OPEN OUTPUT CustPurchFile
                   CLOSE CustPurchFile
                   OPEN I-O CustPurchFile
                   CALL "Validations" USING CustPurch-Status,
                       "CUSTOMERRPT"
               END-IF
               OPEN EXTEND CustHistFile
               IF CustHist-Status NOT = "00"
                   OPEN OUTPUT CustHistFile
                   CALL "Validations" USING CustHist-Status,
                       "CUSTOMERRPT"
               END-IF
               IF CustTran-Status NOT = "00"
                       OR CustRpt-Status NOT = "00"
                       OR CustExc-Status NOT = "00"
                       OR CustMast-Status NOT = "00"
                       OR CustHist-Status NOT = "00"
                       OR CustPurch-Status NOT = "00"
                   SET WS-Open-Failed TO TRUE
               END-IF
               OPEN I-O CustPostCtlFile
               CALL "Validations" USING CustPostCtl-Status,
                   "CUSTOMERRPT"
               IF CustPostCtl-Status = "35"
                   OPEN OUTPUT CustPostCtlFile
                   CLOSE CustPostCtlFile
                   OPEN I-O CustPostCtlFile
                   CALL "Validations" USING CustPostCtl-Status,
                       "CUSTOMERRPT"
               END-IF
               IF CustPostCtl-Status NOT = "00"
                   SET WS-Open-Failed TO TRUE
               END-IF.

      *****************************************************************
      * Count and total the transaction records (not the trailer) so  *
      * the file can be matched against the last one posted, then     *
      * reopen it for posting.                                        *
      *****************************************************************
           150-Scan-Trans-File.
               PERFORM 200-Read-Records
               PERFORM 152-Scan-One-Record
                   UNTIL WS-Customer-Eof
               CLOSE CustomerTransFile
               OPEN INPUT CustomerTransFile
               CALL "Validations" USING CustTran-Status, "CUSTOMERRPT"
               SET WS-Customer-Not-Eof TO TRUE.

           152-Scan-One-Record.
               IF NOT CT-Is-Trailer
                   ADD 1 TO WS-Scan-Count
                   IF CT-Amount-Trans IS NUMERIC
                       ADD CT-Amount-Trans TO WS-Scan-Amount
                   END-IF
               END-IF
               PERFORM 200-Read-Records.

      *****************************************************************
      * The same count and amount as the last file posted means the   *
      * same file is being posted twice; it is refused unless REPOST  *
      * was asked for.                                                *
      *****************************************************************
           160-Check-Posting-Control.
               ACCEPT WS-Command-Line-Param FROM COMMAND-LINE
               SET WS-Not-Yet-Posted TO TRUE
               MOVE "CUSTTRAN" TO PC-Control-Key
               READ CustPostCtlFile
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF WS-Scan-Count > 0
                               AND PC-Trans-Count = WS-Scan-Count
                               AND PC-Trans-Amount = WS-Scan-Amount
                               AND WS-Command-Line-Param(1:6)
                                   NOT = "REPOST"
                           SET WS-Already-Posted TO TRUE
                           DISPLAY "CUSTOMERRPT: transactions already "
                               "posted on " PC-Posted-Date
                               " - count " PC-Trans-Count
                               " amount " PC-Trans-Amount
                       END-IF
               END-READ.

           200-Read-Records.
               READ CustomerTransFile
                   AT END
                   ADD CT-Amount-Trans TO WS-Input-Amount
               END-IF
               PERFORM 420-Validate-Trans-Record
               IF WS-Trans-Valid
                   PERFORM 425-Find-Customer
               END-IF
               IF WS-Trans-Invalid
                   PERFORM 430-Write-Exception-Record
               ELSE
                   PERFORM 435-Post-To-Customer
                   MOVE CT-Customer-Number TO Customer_Number
                   MOVE CT-Initial1 TO Initial1
                   MOVE CT-Initial2 TO Initial2
                   MOVE CT-Last-Name TO Last_Name
                       CONTINUE
               END-EVALUATE.

      *****************************************************************
      * The customer must be on the master and the purchase must fit
      * within the credit limit on top of the running balance.
      *****************************************************************
           425-Find-Customer.
               MOVE CT-Customer-Number TO CU-Customer-Number
               READ CustomerMasterFile
                   INVALID KEY
                       SET WS-Trans-Invalid TO TRUE
                       MOVE "Customer not on master file"
                           TO WS-Trans-Reject-Reason
                   NOT INVALID KEY
                       COMPUTE WS-New-Balance =
                           CU-Balance + CT-Amount-Trans
                       IF WS-New-Balance > CU-Credit-Limit
                           SET WS-Trans-Invalid TO TRUE
                           MOVE "Over customer credit limit"
                               TO WS-Trans-Reject-Reason
                       END-IF
               END-READ.

           435-Post-To-Customer.
               ADD CT-Amount-Trans TO CU-Balance
               ADD 1 TO CU-Last-Posting-Seq
               MOVE WS-Today TO CU-Last-Updated
               REWRITE CustomerMasterRecord
                   INVALID KEY
                       DISPLAY "CUSTOMERRPT: unable to rewrite customer"
                           " " CU-Customer-Number
               END-REWRITE
               MOVE SPACES TO CustHistRecord
               MOVE CU-Customer-Number TO CP-Customer-Number
               MOVE CU-Last-Posting-Seq TO CP-Posting-Seq
               MOVE CT-Month-Trans TO CP-Month-Trans
               MOVE CT-Year-Trans TO CP-Year-Trans
               MOVE CT-Amount-Trans TO CP-Amount
               MOVE WS-Today TO CP-Posted-Date
               WRITE CustHistRecord
               PERFORM 437-Post-Purchase-History
               ADD 1 TO WS-Posted-Count.

           437-Post-Purchase-History.
               MOVE CT-Customer-Number TO PH-Customer-Number
               MOVE CT-Year-Trans TO PH-Year
               MOVE CT-Month-Trans TO PH-Month
               READ CustPurchFile
                   INVALID KEY
                       MOVE SPACES TO CustPurchRecord
                       MOVE CT-Customer-Number TO PH-Customer-Number
                       MOVE CT-Year-Trans TO PH-Year
                       MOVE CT-Month-Trans TO PH-Month
                       MOVE CT-Amount-Trans TO PH-Purchase-Amount
                       MOVE 1 TO PH-Purchase-Count
                       MOVE WS-Today TO PH-Last-Posted-Date
                       WRITE CustPurchRecord
                   NOT INVALID KEY
                       ADD CT-Amount-Trans TO PH-Purchase-Amount
                       ADD 1 TO PH-Purchase-Count
                       MOVE WS-Today TO PH-Last-Posted-Date
                       REWRITE CustPurchRecord
               END-READ.

           430-Write-Exception-Record.
               ADD 1 TO WS-Exception-Count
               MOVE CustomerTransRecord TO EX-Record-Image
               WRITE CustomerPrintLine FROM ControlAmountLine
                   AFTER ADVANCING 1.

           470-Write-Posting-Control.
               MOVE SPACES TO CustPostCtlRecord
               MOVE "CUSTTRAN" TO PC-Control-Key
               MOVE WS-Today TO PC-Posted-Date
               MOVE WS-Scan-Count TO PC-Trans-Count
               MOVE WS-Scan-Amount TO PC-Trans-Amount
               MOVE WS-Posted-Count TO PC-Posted-Count
               REWRITE CustPostCtlRecord
                   INVALID KEY
                       WRITE CustPostCtlRecord
                           INVALID KEY
                               DISPLAY "CUSTOMERRPT: unable to write "
                                   "posting control"
                       END-WRITE
               END-REWRITE.

           500-Close-Files.
               IF WS-Files-Ready AND WS-Not-Yet-Posted
                   MOVE WS-Exception-Count TO EX-Total-Count
                   MOVE SPACES TO CustExceptionLine
                   WRITE CustExceptionLine FROM ExceptionTotalLine
               END-IF
               CLOSE CustomerTransFile
               CLOSE CustomerReportFile
               CLOSE CustExceptionFile
               CLOSE CustomerMasterFile
               CLOSE CustHistFile
               CLOSE CustPurchFile
               CLOSE CustPostCtlFile
               DISPLAY "CUSTOMERRPT: transactions posted "
                   WS-Posted-Count " exceptions " WS-Exception-Count.

           600-FormatDate.
               CALL "DateFormat" USING LK_Current_Date
               MOVE LK_Current_Date TO WS-Today
               MOVE LK_Current_Month TO LK_Date_MDY_Month
               MOVE LK_Current_Day TO LK_Date_MDY_Day
               MOVE LK_Current_Year TO LK_Date_MDY_Year
