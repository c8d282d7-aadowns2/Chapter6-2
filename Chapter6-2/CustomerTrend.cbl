       Identification Division.
           Program-ID. CustomerTrend.
               Author. Anthony Downs.
               Installation.
               Date-Written. October 15, 2026.
               Date-Compiled.
               Security.

      * Customer purchase trend report.  For each customer on the
      * customer master the monthly purchase buckets that
      * CustomerReport keeps on CustPurchFile give the report month,
      * the month before, the same month a year earlier and the
      * year-to-date, with the percent change against the month
      * before, against the same month last year, and of the
      * year-to-date against the same months of last year.  No
      * percent is shown when there is nothing to compare against.
      *
      * A customer is flagged NO PURCHASE when nothing has been bought
      * in the 90 days up to the end of the report month, counting a
      * purchase as made at the end of its transaction month.  After
      * the customer listing, the customers are sorted on year-to-date
      * purchases and the top ten are ranked on a page of their own.
      *
      * Columns 1-6 of the command line give the report month as
      * YYYYMM; the default is the month before the run date.
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

                   Select Optional CustPurchFile assign to CustPurch
                       File Status is CustPurch-Status
                       Organization is Indexed
                       Access Mode is Dynamic
                       Record Key is PH-Key.

                   Select CustTrendFile assign to CustTrnd
                       File Status is CustTrnd-Status
                       Organization is Line Sequential.

                   Select CustTrendSortFile assign to CustTSrt.

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

               FD  CustTrendFile
                   Record Contains 132 characters.
                   01  TrendPrintLine                  PIC X(132).

               SD  CustTrendSortFile.
                   01  CustTrendSortRecord.
                       05  SR-Ytd-Amount               PIC 9(09)V99.
                       05  SR-Customer-Number          PIC X(06).
                       05  SR-Customer-Name            PIC X(20).
                       05  SR-Current-Amount           PIC 9(09)V99.

           Working-Storage Section.
               COPY "Misc.cpy".
              COPY "WS_Date.cpy" REPLACING LEADING ==Prefix== BY ==LK==.
               COPY "HeaderMain.cpy".

               01  CustMast-Status                     PIC X(02).
               01  CustPurch-Status                    PIC X(02).
               01  CustTrnd-Status                     PIC X(02).

               01  WS-Open-Switch   PIC X(01)   value "Y".
                   88  WS-Files-Ready                       value "Y".
                   88  WS-Open-Failed                        value "N".

               01  WS-Purch-Eof-Switch   PIC X(01)   value "N".
                   88  WS-Purch-Eof                         value "Y".
                   88  WS-Purch-Not-Eof                     value "N".

               01  WS-Sort-Eof-Switch   PIC X(01)   value "N".
                   88  WS-Sort-Eof                          value "Y".
                   88  WS-Sort-Not-Eof                      value "N".

               01  WS-Command-Line-Param   PIC X(40)   value spaces.
               01  WS-Today   PIC 9(08)   value 0.
               01  WS-Day-Integer   PIC 9(07)   value 0.
               01  WS-Work-Date   PIC 9(08)   value 0.
               01  WS-Work-Date-Parts redefines WS-Work-Date.
                   05  WS-Work-Year   PIC 9(04).
                   05  WS-Work-Month   PIC 9(02).
                   05  WS-Work-Day   PIC 9(02).
               01  WS-Cutoff-Integer   PIC 9(07)   value 0.

               01  WS-Report-Month   PIC 9(06)   value 0.
               01  WS-Report-Month-Parts redefines WS-Report-Month.
                   05  WS-Report-Year   PIC 9(04).
                   05  WS-Report-Mon   PIC 9(02).
               01  WS-Prior-Month   PIC 9(06)   value 0.
               01  WS-Prior-Month-Parts redefines WS-Prior-Month.
                   05  WS-Prior-Year   PIC 9(04).
                   05  WS-Prior-Mon   PIC 9(02).
               01  WS-Last-Year-Month   PIC 9(06)   value 0.
               01  WS-Purch-Month   PIC 9(06)   value 0.
               01  WS-Latest-Month   PIC 9(06)   value 0.

               01  WS-Current-Amount   PIC 9(09)V99   value 0.
               01  WS-Prior-Amount   PIC 9(09)V99   value 0.
               01  WS-Last-Year-Amount   PIC 9(09)V99   value 0.
               01  WS-Ytd-Amount   PIC 9(09)V99   value 0.
               01  WS-Prior-Ytd-Amount   PIC 9(09)V99   value 0.
               01  WS-Total-Current   PIC 9(09)V99   value 0.
               01  WS-Total-Prior   PIC 9(09)V99   value 0.
               01  WS-Total-Last-Year   PIC 9(09)V99   value 0.
               01  WS-Total-Ytd   PIC 9(09)V99   value 0.
               01  WS-Total-Prior-Ytd   PIC 9(09)V99   value 0.

               01  WS-Pct-Base   PIC 9(09)V99   value 0.
               01  WS-Pct-Current   PIC 9(09)V99   value 0.
               01  WS-Change-Percent   PIC S9(07)V9   value 0.
               01  WS-Percent-Area.
                   05  WS-Percent-Edit                  PIC ----9.9.
                   05  WS-Percent-Sign                  PIC X(01).

               01  WS-Customer-Name   PIC X(20)   value spaces.
               01  WS-Customer-Count   PIC 9(05)   COMP value 0.
               01  WS-Inactive-Count   PIC 9(05)   COMP value 0.
               01  WS-Rank   PIC 9(02)   value 0.
               01  WS-Rank-Limit   PIC 9(02)   value 10.

               01  TrendHeading2.
               05   PIC X(17)   value spaces.
               05   PIC X(31)   value "Customer Purchase Trend for".
                   05  TH-Report-Month                 PIC 9999/99.

               01  TrendColumnHeadings1.
               05   PIC X(37)   value spaces.
               05   PIC X(13)   value "     Current".
               05   PIC X(22)   value "       Prior".
               05   PIC X(22)   value "  Same Month".
               05   PIC X(12)   value "        Year".

               01  TrendColumnHeadings2.
               05   PIC X(04)   value spaces.
               05   PIC X(33)   value "Cust    Customer Name".
               05   PIC X(13)   value "       Month".
               05   PIC X(13)   value "       Month".
               05   PIC X(09)   value "  Change".
               05   PIC X(13)   value "   Last Year".
               05   PIC X(09)   value "  Change".
               05   PIC X(13)   value "     To Date".
               05   PIC X(08)   value "  Change".

               01  TrendDetailLine.
               05   PIC X(04)   value spaces.
                   05  TD-Customer-Number              PIC X(06).
               05   PIC X(02)   value spaces.
                   05  TD-Customer-Name                PIC X(20).
               05   PIC X(05)   value spaces.
                   05  TD-Current-Amount               PIC Z,ZZZ,ZZ9.99.
               05   PIC X(01)   value spaces.
                   05  TD-Prior-Amount                 PIC Z,ZZZ,ZZ9.99.
               05   PIC X(01)   value spaces.
                   05  TD-Prior-Change                 PIC X(08).
               05   PIC X(01)   value spaces.
                   05  TD-Last-Year-Amount             PIC Z,ZZZ,ZZ9.99.
               05   PIC X(01)   value spaces.
                   05  TD-Last-Year-Change             PIC X(08).
               05   PIC X(01)   value spaces.
                   05  TD-Ytd-Amount                   PIC Z,ZZZ,ZZ9.99.
               05   PIC X(01)   value spaces.
                   05  TD-Ytd-Change                   PIC X(08).
               05   PIC X(02)   value spaces.
                   05  TD-Flag                         PIC X(11).

               01  TrendCountLine.
               05   PIC X(04)   value spaces.
                   05  TN-Label                        PIC X(36).
                   05  TN-Count                        PIC ZZZZ9.

               01  RankHeading.
               05   PIC X(17)   value spaces.
               05   PIC X(44)   value
                   "Top Customers by Year-to-Date Purchases".

               01  RankColumnHeadings.
               05   PIC X(04)   value spaces.
               05   PIC X(06)   value "Rank".
               05   PIC X(32)   value "Cust    Customer Name".
               05   PIC X(13)   value "     To Date".
               05   PIC X(12)   value "     Current".

               01  RankDetailLine.
               05   PIC X(04)   value spaces.
                   05  RD-Rank                         PIC Z9.
               05   PIC X(04)   value spaces.
                   05  RD-Customer-Number              PIC X(06).
               05   PIC X(02)   value spaces.
                   05  RD-Customer-Name                PIC X(20).
               05   PIC X(04)   value spaces.
                   05  RD-Ytd-Amount                   PIC Z,ZZZ,ZZ9.99.
               05   PIC X(01)   value spaces.
                   05  RD-Current-Amount               PIC Z,ZZZ,ZZ9.99.

       Procedure Division.
           Initilization.
               PERFORM 600-FormatDate
               PERFORM 700-FormatTime
               PERFORM 050-Select-Run-Options
               PERFORM 100-Open-Files
               IF WS-Files-Ready
                   SORT CustTrendSortFile
                       ON DESCENDING KEY SR-Ytd-Amount
                       ON ASCENDING KEY SR-Customer-Number
                       INPUT PROCEDURE IS 240-Produce-Trend
                       OUTPUT PROCEDURE IS 250-Produce-Ranking
               END-IF
               PERFORM 500-Close-Files.
               IF WS-Open-Failed
                   MOVE 16 TO RETURN-CODE
               END-IF
               STOP RUN.

      *****************************************************************
      * The report month is YYYYMM from the command line, or the      *
      * month before the run date.  The comparison months and the     *
      * 90-day cutoff all follow from it.                             *
      *****************************************************************
           050-Select-Run-Options.
               ACCEPT WS-Command-Line-Param FROM COMMAND-LINE
               MOVE WS-Today TO WS-Work-Date
               MOVE 01 TO WS-Work-Day
               COMPUTE WS-Day-Integer =
                   FUNCTION INTEGER-OF-DATE(WS-Work-Date) - 1
               COMPUTE WS-Work-Date =
                   FUNCTION DATE-OF-INTEGER(WS-Day-Integer)
               MOVE WS-Work-Date(1:6) TO WS-Report-Month
               IF WS-Command-Line-Param(1:6) IS NUMERIC
                       AND WS-Command-Line-Param(5:2) >= "01"
                       AND WS-Command-Line-Param(5:2) <= "12"
                   MOVE WS-Command-Line-Param(1:6) TO WS-Report-Month
               END-IF
               MOVE WS-Report-Month TO WS-Prior-Month
               IF WS-Prior-Mon = 01
                   SUBTRACT 1 FROM WS-Prior-Year
                   MOVE 12 TO WS-Prior-Mon
               ELSE
                   SUBTRACT 1 FROM WS-Prior-Mon
               END-IF
               COMPUTE WS-Last-Year-Month = WS-Report-Month - 100
               MOVE WS-Report-Month TO WS-Work-Date(1:6)
               MOVE 01 TO WS-Work-Day
               IF WS-Work-Month = 12
                   ADD 1 TO WS-Work-Year
                   MOVE 01 TO WS-Work-Month
               ELSE
                   ADD 1 TO WS-Work-Month
               END-IF
               COMPUTE WS-Cutoff-Integer =
                   FUNCTION INTEGER-OF-DATE(WS-Work-Date) - 1 - 90
               MOVE WS-Report-Month TO TH-Report-Month
               DISPLAY "CUSTTREND: report month " WS-Report-Year "/"
                   WS-Report-Mon.

           100-Open-Files.
               OPEN INPUT CustomerMasterFile
               CALL "Validations" USING CustMast-Status, "CUSTTREND"
               OPEN INPUT CustPurchFile
               CALL "Validations" USING CustPurch-Status, "CUSTTREND"
               IF CustPurch-Status = "05"
                   MOVE "00" TO CustPurch-Status
               END-IF
               OPEN OUTPUT CustTrendFile
               CALL "Validations" USING CustTrnd-Status, "CUSTTREND"
               IF CustMast-Status NOT = "00"
                       OR CustPurch-Status NOT = "00"
                       OR CustTrnd-Status NOT = "00"
                   SET WS-Open-Failed TO TRUE
               END-IF.

           200-Read-Records.
               READ CustomerMasterFile NEXT RECORD
                   AT END
                       SET WS-Eof TO TRUE
               END-READ.

      *****************************************************************
      * One line per customer in customer number order; each is also  *
      * released to the sort for the ranking.                         *
      *****************************************************************
           240-Produce-Trend.
               PERFORM 300-Write-Heading
               SET WS-Not-Eof TO TRUE
               PERFORM 200-Read-Records
               PERFORM 260-Trend-One-Customer
                   UNTIL WS-Eof
               PERFORM 290-Write-Trend-Totals.

           260-Trend-One-Customer.
               MOVE 0 TO WS-Current-Amount
               MOVE 0 TO WS-Prior-Amount
               MOVE 0 TO WS-Last-Year-Amount
               MOVE 0 TO WS-Ytd-Amount
               MOVE 0 TO WS-Prior-Ytd-Amount
               MOVE 0 TO WS-Latest-Month
               MOVE CU-Customer-Number TO PH-Customer-Number
               MOVE 0 TO PH-Year
               MOVE 0 TO PH-Month
               SET WS-Purch-Not-Eof TO TRUE
               START CustPurchFile KEY IS NOT LESS THAN PH-Key
                   INVALID KEY
                       SET WS-Purch-Eof TO TRUE
               END-START
               IF WS-Purch-Not-Eof
                   PERFORM 265-Read-Purchase
               END-IF
               PERFORM 270-Accumulate-Purchase
                   UNTIL WS-Purch-Eof
               MOVE SPACES TO WS-Customer-Name
               STRING CU-Last-Name DELIMITED BY "  "
                   ", " DELIMITED BY SIZE
                   CU-First-Name DELIMITED BY "  "
                   INTO WS-Customer-Name
               END-STRING
               PERFORM 280-Write-Trend-Line
               MOVE WS-Ytd-Amount TO SR-Ytd-Amount
               MOVE CU-Customer-Number TO SR-Customer-Number
               MOVE WS-Customer-Name TO SR-Customer-Name
               MOVE WS-Current-Amount TO SR-Current-Amount
               RELEASE CustTrendSortRecord
               PERFORM 200-Read-Records.

           265-Read-Purchase.
               READ CustPurchFile NEXT RECORD
                   AT END
                       SET WS-Purch-Eof TO TRUE
               END-READ
               IF WS-Purch-Not-Eof
                       AND PH-Customer-Number NOT = CU-Customer-Number
                   SET WS-Purch-Eof TO TRUE
               END-IF.

           270-Accumulate-Purchase.
               COMPUTE WS-Purch-Month = PH-Year * 100 + PH-Month
               IF WS-Purch-Month = WS-Report-Month
                   ADD PH-Purchase-Amount TO WS-Current-Amount
               END-IF
               IF WS-Purch-Month = WS-Prior-Month
                   ADD PH-Purchase-Amount TO WS-Prior-Amount
               END-IF
               IF WS-Purch-Month = WS-Last-Year-Month
                   ADD PH-Purchase-Amount TO WS-Last-Year-Amount
               END-IF
               IF PH-Year = WS-Report-Year
                       AND PH-Month <= WS-Report-Mon
                   ADD PH-Purchase-Amount TO WS-Ytd-Amount
               END-IF
               IF PH-Year = WS-Report-Year - 1
                       AND PH-Month <= WS-Report-Mon
                   ADD PH-Purchase-Amount TO WS-Prior-Ytd-Amount
               END-IF
               IF WS-Purch-Month <= WS-Report-Month
                       AND PH-Purchase-Amount > 0
                   MOVE WS-Purch-Month TO WS-Latest-Month
               END-IF
               PERFORM 265-Read-Purchase.

           280-Write-Trend-Line.
               MOVE CU-Customer-Number TO TD-Customer-Number
               MOVE WS-Customer-Name TO TD-Customer-Name
               MOVE WS-Current-Amount TO TD-Current-Amount
               MOVE WS-Prior-Amount TO TD-Prior-Amount
               MOVE WS-Last-Year-Amount TO TD-Last-Year-Amount
               MOVE WS-Ytd-Amount TO TD-Ytd-Amount
               MOVE WS-Prior-Amount TO WS-Pct-Base
               MOVE WS-Current-Amount TO WS-Pct-Current
               PERFORM 285-Compute-Percent
               MOVE WS-Percent-Area TO TD-Prior-Change
               MOVE WS-Last-Year-Amount TO WS-Pct-Base
               PERFORM 285-Compute-Percent
               MOVE WS-Percent-Area TO TD-Last-Year-Change
               MOVE WS-Prior-Ytd-Amount TO WS-Pct-Base
               MOVE WS-Ytd-Amount TO WS-Pct-Current
               PERFORM 285-Compute-Percent
               MOVE WS-Percent-Area TO TD-Ytd-Change
               MOVE SPACES TO TD-Flag
               PERFORM 287-Check-Inactive
               MOVE SPACES TO TrendPrintLine
               WRITE TrendPrintLine FROM TrendDetailLine
                   AFTER ADVANCING 1
               ADD 1 TO WS-Customer-Count
               ADD WS-Current-Amount TO WS-Total-Current
               ADD WS-Prior-Amount TO WS-Total-Prior
               ADD WS-Last-Year-Amount TO WS-Total-Last-Year
               ADD WS-Ytd-Amount TO WS-Total-Ytd
               ADD WS-Prior-Ytd-Amount TO WS-Total-Prior-Ytd.

      *****************************************************************
      * Percent change of WS-Pct-Current over WS-Pct-Base, left blank *
      * when the base is zero and held to what the column can show.   *
      *****************************************************************
           285-Compute-Percent.
               MOVE SPACES TO WS-Percent-Area
               IF WS-Pct-Base > 0
                   COMPUTE WS-Change-Percent ROUNDED =
                       (WS-Pct-Current - WS-Pct-Base) * 100
                           / WS-Pct-Base
                   IF WS-Change-Percent > 9999.9
                       MOVE 9999.9 TO WS-Change-Percent
                   END-IF
                   MOVE WS-Change-Percent TO WS-Percent-Edit
                   MOVE "%" TO WS-Percent-Sign
               END-IF.

      *****************************************************************
      * The latest purchase month counts as of its last day; with     *
      * none in the 90 days before the end of the report month, or    *
      * none at all, the customer is flagged.                         *
      *****************************************************************
           287-Check-Inactive.
               IF WS-Latest-Month = 0
                   MOVE "NO PURCHASE" TO TD-Flag
                   ADD 1 TO WS-Inactive-Count
               ELSE
                   MOVE WS-Latest-Month TO WS-Work-Date(1:6)
                   MOVE 01 TO WS-Work-Day
                   IF WS-Work-Month = 12
                       ADD 1 TO WS-Work-Year
                       MOVE 01 TO WS-Work-Month
                   ELSE
                       ADD 1 TO WS-Work-Month
                   END-IF
                   COMPUTE WS-Day-Integer =
                       FUNCTION INTEGER-OF-DATE(WS-Work-Date) - 1
                   IF WS-Day-Integer < WS-Cutoff-Integer
                       MOVE "NO PURCHASE" TO TD-Flag
                       ADD 1 TO WS-Inactive-Count
                   END-IF
               END-IF.

           290-Write-Trend-Totals.
               MOVE SPACES TO TD-Customer-Number
               MOVE "Totals" TO TD-Customer-Name
               MOVE WS-Total-Current TO TD-Current-Amount
               MOVE WS-Total-Prior TO TD-Prior-Amount
               MOVE WS-Total-Last-Year TO TD-Last-Year-Amount
               MOVE WS-Total-Ytd TO TD-Ytd-Amount
               MOVE WS-Total-Prior TO WS-Pct-Base
               MOVE WS-Total-Current TO WS-Pct-Current
               PERFORM 285-Compute-Percent
               MOVE WS-Percent-Area TO TD-Prior-Change
               MOVE WS-Total-Last-Year TO WS-Pct-Base
               PERFORM 285-Compute-Percent
               MOVE WS-Percent-Area TO TD-Last-Year-Change
               MOVE WS-Total-Prior-Ytd TO WS-Pct-Base
               MOVE WS-Total-Ytd TO WS-Pct-Current
               PERFORM 285-Compute-Percent
               MOVE WS-Percent-Area TO TD-Ytd-Change
               MOVE SPACES TO TD-Flag
               MOVE SPACES TO TrendPrintLine
               WRITE TrendPrintLine FROM TrendDetailLine
                   AFTER ADVANCING 2
               MOVE "Customers listed:" TO TN-Label
               MOVE WS-Customer-Count TO TN-Count
               WRITE TrendPrintLine FROM TrendCountLine
                   AFTER ADVANCING 2
               MOVE "No purchase in the last 90 days:" TO TN-Label
               MOVE WS-Inactive-Count TO TN-Count
               WRITE TrendPrintLine FROM TrendCountLine
                   AFTER ADVANCING 1.

      *****************************************************************
      * Customers come back from the sort largest year-to-date first; *
      * the first ten with any purchases this year are ranked.        *
      *****************************************************************
           250-Produce-Ranking.
               MOVE "Customer Trend" TO HeaderReportTitle
               MOVE SPACES TO TrendPrintLine
               WRITE TrendPrintLine FROM HeaderMain
                   AFTER ADVANCING PAGE
               WRITE TrendPrintLine FROM RankHeading
                   AFTER ADVANCING 1
               WRITE TrendPrintLine FROM HeaderMain3
                   AFTER ADVANCING 2
               WRITE TrendPrintLine FROM RankColumnHeadings
                   AFTER ADVANCING 2
               MOVE 0 TO WS-Rank
               SET WS-Sort-Not-Eof TO TRUE
               PERFORM 255-Return-One-Record
               PERFORM 256-Rank-One-Customer
                   UNTIL WS-Sort-Eof
                       OR WS-Rank >= WS-Rank-Limit
                       OR SR-Ytd-Amount = 0
               DISPLAY "CUSTTREND: " WS-Customer-Count " customers, "
                   WS-Inactive-Count " with no purchase in 90 days".

           255-Return-One-Record.
               RETURN CustTrendSortFile
                   AT END
                       SET WS-Sort-Eof TO TRUE
               END-RETURN.

           256-Rank-One-Customer.
               ADD 1 TO WS-Rank
               MOVE WS-Rank TO RD-Rank
               MOVE SR-Customer-Number TO RD-Customer-Number
               MOVE SR-Customer-Name TO RD-Customer-Name
               MOVE SR-Ytd-Amount TO RD-Ytd-Amount
               MOVE SR-Current-Amount TO RD-Current-Amount
               MOVE SPACES TO TrendPrintLine
               WRITE TrendPrintLine FROM RankDetailLine
                   AFTER ADVANCING 1
               PERFORM 255-Return-One-Record.

           300-Write-Heading.
               MOVE "Customer Trend" TO HeaderReportTitle
               MOVE SPACES TO TrendPrintLine
               WRITE TrendPrintLine FROM HeaderMain
                   AFTER ADVANCING PAGE
               WRITE TrendPrintLine FROM TrendHeading2
                   AFTER ADVANCING 1
               WRITE TrendPrintLine FROM HeaderMain3
                   AFTER ADVANCING 2
               WRITE TrendPrintLine FROM TrendColumnHeadings1
                   AFTER ADVANCING 2
               WRITE TrendPrintLine FROM TrendColumnHeadings2
                   AFTER ADVANCING 1.

           500-Close-Files.
               IF WS-Files-Ready
                   CLOSE CustomerMasterFile
                   CLOSE CustPurchFile
                   CLOSE CustTrendFile
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

               End Program CustomerTrend.
