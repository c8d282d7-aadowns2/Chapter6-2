       Identification Division.
           Program-ID. CustomerStatement.
               Author. Anthony Downs.
               Installation.
               Date-Written. October 15, 2026.
               Date-Compiled.
               Security.

      * Monthly customer statements.  The posting history that
      * CustomerReport writes (CustHistFile) is sorted by customer and
      * posting sequence and matched against the customer master
      * (CustomerMasterFile) read in key order.  Each customer gets a
      * page showing the opening balance (the closing balance of the
      * last statement), every purchase posted since that statement
      * for a transaction month up to the statement month, and the
      * closing balance, which is the opening balance plus the
      * purchases listed.  A purchase for a later month is held for
      * the next statement, and so is everything posted after it, so
      * the postings stated always run in an unbroken sequence.  The
      * master is then stamped with the statement month, the closing
      * balance and the highest posting sequence listed, so the next
      * statement opens where this one closed.
      *
      * Columns 1-6 of the command line give the statement month as
      * YYYYMM; the default is the month before the run date.  A
      * customer already stated for that month or later is skipped,
      * so a rerun does not double the statement.  A customer with no
      * balance and nothing posted gets no statement.  When nothing
      * was held and the closing balance does not agree with the
      * running balance on the master, the statement says so; those
      * customers, and history for customers not on the master, end
      * the run with return code 4.
       Environment Division.
           Configuration Section.
               Special-Names.

           Input-Output Section.
               File-Control.
                   Select CustomerMasterFile assign to CustMast
                       File Status is CustMast-Status
                       Organization is Indexed
                       Access Mode is Dynamic
                       Record Key is CU-Customer-Number.

                   Select Optional CustHistFile assign to CustHist
                       File Status is CustHist-Status
                       Organization is Line Sequential.

                   Select CustStatementFile assign to CustStmt
                       File Status is CustStmt-Status
                       Organization is Line Sequential.

                   Select CustHistSortFile assign to CustSort.

               I-O-Control.

       Data Division.
           File Section.
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

               FD  CustStatementFile
                   Record Contains 132 characters.
                   01  StatementPrintLine              PIC X(132).

               SD  CustHistSortFile.
                   01  CustHistSortRecord.
                       05  SH-Customer-Number          PIC X(06).
                       05  SH-Posting-Seq              PIC 9(05).
                       05  SH-Month-Trans              PIC 9(02).
                       05  SH-Year-Trans               PIC 9(04).
                       05  SH-Amount                   PIC 9(05)V99.
                       05  SH-Posted-Date              PIC 9(08).
                       05                              PIC X(08).

           Working-Storage Section.
               COPY "Misc.cpy".
              COPY "WS_Date.cpy" REPLACING LEADING ==Prefix== BY ==LK==.
               COPY "HeaderMain.cpy".

               01  CustMast-Status                     PIC X(02).
               01  CustHist-Status                     PIC X(02).
               01  CustStmt-Status                     PIC X(02).

               01  WS-Open-Switch   PIC X(01)   value "Y".
                   88  WS-Files-Ready                       value "Y".
                   88  WS-Open-Failed                        value "N".

               01  WS-Hist-Eof-Switch   PIC X(01)   value "N".
                   88  WS-Hist-Eof                          value "Y".
                   88  WS-Hist-Not-Eof                      value "N".

               01  WS-Sort-Eof-Switch   PIC X(01)   value "N".
                   88  WS-Sort-Eof                          value "Y".
                   88  WS-Sort-Not-Eof                      value "N".

               01  WS-Stmt-Switch   PIC X(01)   value "N".
                   88  WS-Stmt-Started                      value "Y".
                   88  WS-Stmt-Not-Started                  value "N".

               01  WS-Stated-Switch   PIC X(01)   value "N".
                   88  WS-Already-Stated                    value "Y".
                   88  WS-Not-Yet-Stated                    value "N".

               01  WS-Held-Switch   PIC X(01)   value "N".
                   88  WS-Postings-Held                     value "Y".
                   88  WS-Nothing-Held                      value "N".

               01  WS-Command-Line-Param   PIC X(40)   value spaces.
               01  WS-Today   PIC 9(08)   value 0.
               01  WS-Day-Integer   PIC 9(07)   value 0.
               01  WS-Prior-Date   PIC 9(08)   value 0.
               01  WS-Stmt-Month   PIC 9(06)   value 0.
               01  WS-Stmt-Month-Parts redefines WS-Stmt-Month.
                   05  WS-Stmt-Year   PIC 9(04).
                   05  WS-Stmt-Mon   PIC 9(02).

               01  WS-Opening-Balance   PIC S9(07)V99   value 0.
               01  WS-Purchases   PIC S9(07)V99   value 0.
               01  WS-Closing-Balance   PIC S9(07)V99   value 0.
               01  WS-Expected-Balance   PIC S9(08)V99   value 0.
               01  WS-Trans-Month   PIC 9(06)   value 0.
               01  WS-High-Posting-Seq   PIC 9(05)   value 0.
               01  WS-Full-Name   PIC X(40)   value spaces.
               01  WS-City-Line   PIC X(40)   value spaces.

               01  WS-Stmt-Count   PIC 9(05)   COMP value 0.
               01  WS-Already-Count   PIC 9(05)   COMP value 0.
               01  WS-Quiet-Count   PIC 9(05)   COMP value 0.
               01  WS-Adjusted-Count   PIC 9(05)   COMP value 0.
               01  WS-Orphan-Count   PIC 9(05)   COMP value 0.
               01  WS-Total-Opening   PIC S9(09)V99   value 0.
               01  WS-Total-Purchases   PIC S9(09)V99   value 0.
               01  WS-Total-Closing   PIC S9(09)V99   value 0.

               01  StmtHeading2.
               05   PIC X(17)   value spaces.
               05   PIC X(27)   value "Customer Statement for".
                   05  SH2-Stmt-Month                  PIC 9999/99.

               01  StmtAddressLine.
               05   PIC X(04)   value spaces.
                   05  SA-Text                         PIC X(40).

               01  StmtCustomerLine.
               05   PIC X(46)   value spaces.
               05   PIC X(17)   value "Customer Number:".
                   05  SC-Customer-Number              PIC X(06).

               01  StmtBalanceLine.
               05   PIC X(04)   value spaces.
                   05  SB-Label                        PIC X(36).
                   05  SB-Amount                   PIC $$,$$$,$$9.99-.

               01  StmtColumnHeadings.
               05   PIC X(08)   value spaces.
               05   PIC X(14)   value "Trans Month".
               05   PIC X(14)   value "Posted".
               05   PIC X(11)   value "Ref".
               05   PIC X(10)   value "Amount".

               01  StmtDetailLine.
               05   PIC X(08)   value spaces.
                   05  SD-Month-Trans                  PIC 99.
               05   PIC X(01)   value "/".
                   05  SD-Year-Trans                   PIC 9999.
               05   PIC X(07)   value spaces.
                   05  SD-Posted-Date                  PIC 9999/99/99.
               05   PIC X(04)   value spaces.
                   05  SD-Posting-Seq                  PIC 9(05).
               05   PIC X(04)   value spaces.
                   05  SD-Amount                       PIC $$$,$$9.99.

               01  StmtNoteLine.
               05   PIC X(04)   value spaces.
               05   PIC X(50)   value
                   "Closing balance differs from the customer master".

               01  StmtTotalLine.
               05   PIC X(04)   value spaces.
                   05  ST-Label                        PIC X(36).
                   05  ST-Count                        PIC ZZZZ9.

               01  StmtTotalAmountLine.
               05   PIC X(04)   value spaces.
                   05  SM-Label                        PIC X(36).
                   05  SM-Amount                   PIC $$$,$$$,$$9.99-.

       Procedure Division.
           Initilization.
               PERFORM 600-FormatDate
               PERFORM 700-FormatTime
               PERFORM 050-Select-Run-Options
               PERFORM 100-Open-Files
               IF WS-Files-Ready
                   SORT CustHistSortFile
                       ON ASCENDING KEY SH-Customer-Number
                       ON ASCENDING KEY SH-Posting-Seq
                       INPUT PROCEDURE IS 240-Build-Sort-Input
                       OUTPUT PROCEDURE IS 250-Produce-Statements
               END-IF
               PERFORM 500-Close-Files.
               IF WS-Open-Failed
                   MOVE 16 TO RETURN-CODE
               ELSE
                   IF WS-Adjusted-Count > 0 OR WS-Orphan-Count > 0
                       MOVE 4 TO RETURN-CODE
                   END-IF
               END-IF
               STOP RUN.

      *****************************************************************
      * The statement month is YYYYMM from the command line, or the   *
      * month before the run date.                                    *
      *****************************************************************
           050-Select-Run-Options.
               ACCEPT WS-Command-Line-Param FROM COMMAND-LINE
               MOVE WS-Today TO WS-Prior-Date
               MOVE "01" TO WS-Prior-Date(7:2)
               COMPUTE WS-Day-Integer =
                   FUNCTION INTEGER-OF-DATE(WS-Prior-Date) - 1
               COMPUTE WS-Prior-Date =
                   FUNCTION DATE-OF-INTEGER(WS-Day-Integer)
               MOVE WS-Prior-Date(1:6) TO WS-Stmt-Month
               IF WS-Command-Line-Param(1:6) IS NUMERIC
                       AND WS-Command-Line-Param(5:2) >= "01"
                       AND WS-Command-Line-Param(5:2) <= "12"
                   MOVE WS-Command-Line-Param(1:6) TO WS-Stmt-Month
               END-IF
               MOVE WS-Stmt-Month TO SH2-Stmt-Month
               DISPLAY "CUSTSTMT: statements for " WS-Stmt-Year "/"
                   WS-Stmt-Mon.

           100-Open-Files.
               OPEN I-O CustomerMasterFile
               CALL "Validations" USING CustMast-Status, "CUSTSTMT"
               OPEN INPUT CustHistFile
               CALL "Validations" USING CustHist-Status, "CUSTSTMT"
               IF CustHist-Status = "05"
                   MOVE "00" TO CustHist-Status
               END-IF
               OPEN OUTPUT CustStatementFile
               CALL "Validations" USING CustStmt-Status, "CUSTSTMT"
               IF CustMast-Status NOT = "00"
                       OR CustHist-Status NOT = "00"
                       OR CustStmt-Status NOT = "00"
                   SET WS-Open-Failed TO TRUE
               END-IF.

           240-Build-Sort-Input.
               SET WS-Hist-Not-Eof TO TRUE
               PERFORM 245-Release-One-Record
                   UNTIL WS-Hist-Eof.

           245-Release-One-Record.
               READ CustHistFile
                   AT END
                       SET WS-Hist-Eof TO TRUE
                   NOT AT END
                       MOVE CustHistRecord TO CustHistSortRecord
                       RELEASE CustHistSortRecord
               END-READ.

      *****************************************************************
      * Match the sorted history against the master in customer       *
      * number order.  History ahead of the current customer belongs  *
      * to no one on the master and is counted, not printed.          *
      *****************************************************************
           250-Produce-Statements.
               SET WS-Sort-Not-Eof TO TRUE
               PERFORM 255-Return-One-Record
               SET WS-Not-Eof TO TRUE
               PERFORM 205-Read-Master
               PERFORM 260-Process-One-Customer
                   UNTIL WS-Eof
               PERFORM 258-Count-Orphan
                   UNTIL WS-Sort-Eof
               PERFORM 290-Write-Totals.

           205-Read-Master.
               READ CustomerMasterFile NEXT RECORD
                   AT END
                       SET WS-Eof TO TRUE
               END-READ.

           255-Return-One-Record.
               RETURN CustHistSortFile
                   AT END
                       SET WS-Sort-Eof TO TRUE
               END-RETURN.

           258-Count-Orphan.
               ADD 1 TO WS-Orphan-Count
               PERFORM 255-Return-One-Record.

           260-Process-One-Customer.
               PERFORM 258-Count-Orphan
                   UNTIL WS-Sort-Eof
                       OR SH-Customer-Number >= CU-Customer-Number
               SET WS-Stmt-Not-Started TO TRUE
               SET WS-Not-Yet-Stated TO TRUE
               IF CU-Last-Stmt-Month >= WS-Stmt-Month
                   SET WS-Already-Stated TO TRUE
                   ADD 1 TO WS-Already-Count
               END-IF
               MOVE CU-Stmt-Balance TO WS-Opening-Balance
               MOVE 0 TO WS-Purchases
               MOVE CU-Stmt-Posting-Seq TO WS-High-Posting-Seq
               SET WS-Nothing-Held TO TRUE
               PERFORM 265-List-One-Purchase
                   UNTIL WS-Sort-Eof
                       OR SH-Customer-Number NOT = CU-Customer-Number
               IF WS-Not-Yet-Stated
                   IF WS-Stmt-Not-Started
                           AND (WS-Opening-Balance NOT = 0
                           OR (CU-Balance NOT = 0 AND WS-Nothing-Held))
                       PERFORM 270-Start-Statement
                   END-IF
                   IF WS-Stmt-Started
                       PERFORM 280-Finish-Statement
                   ELSE
                       ADD 1 TO WS-Quiet-Count
                   END-IF
               END-IF
               PERFORM 205-Read-Master.

      * A purchase for a month after the statement month holds itself
      * and every later posting for the next statement.
           265-List-One-Purchase.
               COMPUTE WS-Trans-Month =
                   SH-Year-Trans * 100 + SH-Month-Trans
               IF WS-Not-Yet-Stated
                       AND SH-Posting-Seq > CU-Stmt-Posting-Seq
                       AND WS-Trans-Month > WS-Stmt-Month
                   SET WS-Postings-Held TO TRUE
               END-IF
               IF WS-Not-Yet-Stated
                       AND SH-Posting-Seq > CU-Stmt-Posting-Seq
                       AND WS-Nothing-Held
                   IF WS-Stmt-Not-Started
                       PERFORM 270-Start-Statement
                   END-IF
                   MOVE SH-Month-Trans TO SD-Month-Trans
                   MOVE SH-Year-Trans TO SD-Year-Trans
                   MOVE SH-Posted-Date TO SD-Posted-Date
                   MOVE SH-Posting-Seq TO SD-Posting-Seq
                   MOVE SH-Amount TO SD-Amount
                   MOVE SPACES TO StatementPrintLine
                   WRITE StatementPrintLine FROM StmtDetailLine
                       AFTER ADVANCING 1
                   ADD SH-Amount TO WS-Purchases
                   MOVE SH-Posting-Seq TO WS-High-Posting-Seq
               END-IF
               PERFORM 255-Return-One-Record.

      *****************************************************************
      * One page per customer: name and address block, then the      *
      * opening balance and the purchase columns.                    *
      *****************************************************************
           270-Start-Statement.
               SET WS-Stmt-Started TO TRUE
               PERFORM 300-Write-Heading
               MOVE CU-Customer-Number TO SC-Customer-Number
               MOVE SPACES TO StatementPrintLine
               WRITE StatementPrintLine FROM StmtCustomerLine
                   AFTER ADVANCING 2
               MOVE SPACES TO WS-Full-Name
               IF CU-Middle-Initial = SPACES
                   STRING CU-First-Name DELIMITED BY "  "
                       " " DELIMITED BY SIZE
                       CU-Last-Name DELIMITED BY "  "
                       INTO WS-Full-Name
                   END-STRING
               ELSE
                   STRING CU-First-Name DELIMITED BY "  "
                       " " DELIMITED BY SIZE
                       CU-Middle-Initial DELIMITED BY SIZE
                       ". " DELIMITED BY SIZE
                       CU-Last-Name DELIMITED BY "  "
                       INTO WS-Full-Name
                   END-STRING
               END-IF
               MOVE WS-Full-Name TO SA-Text
               WRITE StatementPrintLine FROM StmtAddressLine
                   AFTER ADVANCING 1
               MOVE CU-Address-Line1 TO SA-Text
               WRITE StatementPrintLine FROM StmtAddressLine
                   AFTER ADVANCING 1
               IF CU-Address-Line2 NOT = SPACES
                   MOVE CU-Address-Line2 TO SA-Text
                   WRITE StatementPrintLine FROM StmtAddressLine
                       AFTER ADVANCING 1
               END-IF
               MOVE SPACES TO WS-City-Line
               STRING CU-City DELIMITED BY "  "
                   ", " DELIMITED BY SIZE
                   CU-State DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   CU-Zip DELIMITED BY SPACE
                   INTO WS-City-Line
               END-STRING
               MOVE WS-City-Line TO SA-Text
               WRITE StatementPrintLine FROM StmtAddressLine
                   AFTER ADVANCING 1
               MOVE "Opening balance" TO SB-Label
               MOVE WS-Opening-Balance TO SB-Amount
               WRITE StatementPrintLine FROM StmtBalanceLine
                   AFTER ADVANCING 3
               WRITE StatementPrintLine FROM StmtColumnHeadings
                   AFTER ADVANCING 2.

      *****************************************************************
      * Close the statement at the opening balance plus the purchases *
      * listed and stamp the master so the next one opens from here.  *
      * The master's running balance is only comparable when no       *
      * later postings were held.                                     *
      *****************************************************************
           280-Finish-Statement.
               MOVE "Purchases this statement" TO SB-Label
               MOVE WS-Purchases TO SB-Amount
               MOVE SPACES TO StatementPrintLine
               WRITE StatementPrintLine FROM StmtBalanceLine
                   AFTER ADVANCING 2
               COMPUTE WS-Expected-Balance =
                   WS-Opening-Balance + WS-Purchases
               MOVE WS-Expected-Balance TO WS-Closing-Balance
               MOVE "Closing balance" TO SB-Label
               MOVE WS-Closing-Balance TO SB-Amount
               WRITE StatementPrintLine FROM StmtBalanceLine
                   AFTER ADVANCING 1
               IF WS-Nothing-Held
                       AND WS-Expected-Balance NOT = CU-Balance
                   WRITE StatementPrintLine FROM StmtNoteLine
                       AFTER ADVANCING 2
                   ADD 1 TO WS-Adjusted-Count
                   DISPLAY "CUSTSTMT: master balance differs for "
                       "customer " CU-Customer-Number
               END-IF
               ADD 1 TO WS-Stmt-Count
               ADD WS-Opening-Balance TO WS-Total-Opening
               ADD WS-Purchases TO WS-Total-Purchases
               ADD WS-Closing-Balance TO WS-Total-Closing
               MOVE WS-Closing-Balance TO CU-Stmt-Balance
               MOVE WS-High-Posting-Seq TO CU-Stmt-Posting-Seq
               MOVE WS-Stmt-Month TO CU-Last-Stmt-Month
               MOVE WS-Today TO CU-Last-Updated
               REWRITE CustomerMasterRecord
                   INVALID KEY
                       DISPLAY "CUSTSTMT: unable to rewrite customer "
                           CU-Customer-Number
               END-REWRITE.

           290-Write-Totals.
               PERFORM 300-Write-Heading
               MOVE "Statements printed:" TO ST-Label
               MOVE WS-Stmt-Count TO ST-Count
               MOVE SPACES TO StatementPrintLine
               WRITE StatementPrintLine FROM StmtTotalLine
                   AFTER ADVANCING 3
               MOVE "Already stated for the month:" TO ST-Label
               MOVE WS-Already-Count TO ST-Count
               WRITE StatementPrintLine FROM StmtTotalLine
                   AFTER ADVANCING 1
               MOVE "No balance and no activity:" TO ST-Label
               MOVE WS-Quiet-Count TO ST-Count
               WRITE StatementPrintLine FROM StmtTotalLine
                   AFTER ADVANCING 1
               MOVE "Master balance differs:" TO ST-Label
               MOVE WS-Adjusted-Count TO ST-Count
               WRITE StatementPrintLine FROM StmtTotalLine
                   AFTER ADVANCING 1
               MOVE "History for unknown customers:" TO ST-Label
               MOVE WS-Orphan-Count TO ST-Count
               WRITE StatementPrintLine FROM StmtTotalLine
                   AFTER ADVANCING 1
               MOVE "Total opening balances:" TO SM-Label
               MOVE WS-Total-Opening TO SM-Amount
               WRITE StatementPrintLine FROM StmtTotalAmountLine
                   AFTER ADVANCING 2
               MOVE "Total purchases:" TO SM-Label
               MOVE WS-Total-Purchases TO SM-Amount
               WRITE StatementPrintLine FROM StmtTotalAmountLine
                   AFTER ADVANCING 1
               MOVE "Total closing balances:" TO SM-Label
               MOVE WS-Total-Closing TO SM-Amount
               WRITE StatementPrintLine FROM StmtTotalAmountLine
                   AFTER ADVANCING 1
               DISPLAY "CUSTSTMT: " WS-Stmt-Count " statements, "
                   WS-Already-Count " already stated".

           300-Write-Heading.
               MOVE "Customer Statement" TO HeaderReportTitle
               MOVE SPACES TO StatementPrintLine
               WRITE StatementPrintLine FROM HeaderMain
                   AFTER ADVANCING PAGE
               WRITE StatementPrintLine FROM StmtHeading2
                   AFTER ADVANCING 1
               WRITE StatementPrintLine FROM HeaderMain3
                   AFTER ADVANCING 2.

           500-Close-Files.
               IF WS-Files-Ready
                   CLOSE CustomerMasterFile
                   CLOSE CustHistFile
                   CLOSE CustStatementFile
               END-IF.

           600-FormatDate.
               CALL "DateFormat" USING LK_Current_Date
               MOVE LK_Current_Date TO WS-Today
               MOVE LK_Current_Month TO LK_Date_MDY_Month
               MOVE LK_Current_Day TO LK_Date_MDY_Day
               MOVE LK_Current_Year TO LK_Date_MDY_Year
               MOVE LK_Date_MDY_Numeric TO HeaderDate.

           700-FormatTime.
               CALL "TimeFormats" USING LK_Current_Time
               MOVE LK_Current_Hours TO LK_Time_HMS_Hours
               MOVE LK_Current_Minute TO LK_Time_HMS_Minutes
               MOVE LK_Current_Second TO LK_Time_HMS_Seconds
               MOVE LK_Time_HMS_Numeric TO HeaderTime.

               End Program CustomerStatement.
