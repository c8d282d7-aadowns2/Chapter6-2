       Identification Division.
           Program-ID. AdHocReport.
               Author. Anthony Downs.
               Installation.
               Date-Written. October 15, 2026.
               Date-Compiled.
               Security.

      * Parameter-driven report writer over PayrollReport.  A deck of
      * parameter cards names the fields to print, the selection
      * criteria, the sort keys, and a control-break field with the
      * fields to subtotal, so a one-off listing no longer needs a new
      * program.  A deck is an ordinary file and is kept for reruns:
      *     AdHocReport <deck name>       (default deck AdHocParm)
      * Output goes to <deck name>Rpt as a 132-column report with the
      * standard headings, or to <deck name>Csv as comma-separated
      * values.  Cards (keyword in column 1, then blank-separated):
      *     *                          comment
      *     TITLE  <text>              report title
      *     FIELD  <code> <code> ...   columns, in order (up to 12)
      *     SELECT <code> <op> <value> EQ NE GT GE LT LE; all must pass
      *     SORT   <code> [A|D]        up to three sort keys
      *     BREAK  <code>              control break with subtotals
      *     SUM    <code> ...          amount fields to subtotal
      *     FORMAT PRINT | CSV
      *     YEAR   <yyyy>              year for the YTD fields
      * Field codes come from EmployeeRecord, with EmployeeAddrFile
      * (STREET CITY STATE ZIP) and YtdAccumFile (YTDGROSS YTDFIT
      * YTDNET YTDSS YTDMED YTDSTATE YTDIMPUT) joined in only when a
      * card uses them.  Social Security Numbers print masked to the
      * last four digits.  A deck with errors is listed and no report
      * is run.
       Environment Division.
           Configuration Section.
               Special-Names.

           Input-Output Section.
               File-Control.
                   Select PayrollReport assign to PayRpt
                       File Status is File_Status
                       Organization is Indexed
                       Access Mode is Dynamic
                       Record Key is PR-EmployeeNumber
                       Alternate Record Key is PR-EmployeeName
                           with Duplicates
                       Alternate Record Key is
                           PR-SocialSecurityNumber
                           with Duplicates.

                   Select Optional EmployeeAddrFile assign to EmpAddr
                       File Status is EmpAddr-Status
                       Organization is Indexed
                       Access Mode is Dynamic
                       Record Key is AD-EmployeeNumber.

                   Select Optional YtdAccumFile assign to YtdAccum
                       File Status is YtdAccum-Status
                       Organization is Indexed
                       Access Mode is Dynamic
                       Record Key is YT-Key.

                   Select AdHocParmFile assign to WS-Deck-Name
                       Organization is Line Sequential
                       File Status is AdHocParm-Status.

                   Select AdHocReportFile assign to WS-Output-Name
                       Organization is Line Sequential
                       File Status is AdHocRpt-Status.

                   Select AdHocSortFile assign to AdHocSrt.

               I-O-Control.

       Data Division.
           File Section.
               FD  PayrollReport
                   Record Contains 234 characters.
                   01  EmployeeRecord                      PIC X(234).
                   01  EmployeeRecord-Keyed.
                       05  PR-EmployeeNumber               PIC X(05).
                       05                                  PIC X(229).
                   01  EmployeeRecord-AltKeyed.
                       05                                  PIC X(10).
                       05  PR-EmployeeName                 PIC X(20).
                       05                                  PIC X(56).
                       05  PR-SocialSecurityNumber         PIC 9(09).
                       05                                  PIC X(139).

               FD  EmployeeAddrFile.
                   01  EmployeeAddrRecord.
                       05  AD-EmployeeNumber                PIC X(05).
                       05  AD-Street                        PIC X(30).
                       05  AD-City                          PIC X(20).
                       05  AD-State                         PIC X(02).
                       05  AD-Zip                           PIC X(10).

               FD  YtdAccumFile.
                   01  YtdAccumRecord.
                       05  YT-Key.
                           10  YT-EmployeeNumber            PIC X(05).
                           10  YT-Year                      PIC 9(04).
                       05  YT-Gross                     PIC S9(8)V99.
                       05  YT-Withholding               PIC S9(8)V99.
                       05  YT-Net                       PIC S9(8)V99.
                       05  YT-Soc-Sec                   PIC S9(8)V99.
                       05  YT-Medicare                  PIC S9(8)V99.
                       05  YT-State-Tax                 PIC S9(8)V99.
                       05  YT-Quarter-Totals OCCURS 4 TIMES.
                           10  YT-Qtr-Gross             PIC S9(8)V99.
                           10  YT-Qtr-Withholding       PIC S9(8)V99.
                           10  YT-Qtr-Net               PIC S9(8)V99.
                       05  YT-Imputed-Income            PIC S9(8)V99.

               FD  AdHocParmFile
                   Record Contains 80 characters.
                   01  AdHocParmCard                       PIC X(80).

               FD  AdHocReportFile
                   Record Contains 400 characters.
                   01  AdHocPrintLine                      PIC X(400).

               SD  AdHocSortFile.
                   01  AdHocSortRecord.
                       05  SR-Keys.
                           10  SR-Sort-Key  OCCURS 3 TIMES  PIC X(20).
                       05  SR-Break-Value                   PIC X(30).
                       05  SR-Value  OCCURS 12 TIMES        PIC X(30).
                       05  SR-Number  OCCURS 12 TIMES  PIC S9(9)V99.

           Working-Storage Section.
               COPY "Misc.cpy".
              COPY "WS_Date.cpy" REPLACING LEADING ==Prefix== BY ==LK==.
               COPY "HeaderMain.cpy".
               COPY "EmployeeRecord.cpy".

               01  EmpAddr-Status                      PIC X(02).
               01  YtdAccum-Status                     PIC X(02).
               01  AdHocParm-Status                    PIC X(02).
               01  AdHocRpt-Status                     PIC X(02).
               01  WS-Deck-Name   PIC X(20)   value "AdHocParm".
               01  WS-Output-Name   PIC X(24)   value spaces.

               01  WS-Open-Switch   PIC X(01)   value "Y".
                   88  WS-Files-Ready                       value "Y".
                   88  WS-Open-Failed                        value "N".
               01  WS-Addr-Switch   PIC X(01)   value "N".
                   88  WS-Addr-Ready                        value "Y".
                   88  WS-Addr-Not-Ready                    value "N".
               01  WS-Ytd-Switch   PIC X(01)   value "N".
                   88  WS-Ytd-Ready                         value "Y".
                   88  WS-Ytd-Not-Ready                     value "N".
               01  WS-Deck-Eof-Switch   PIC X(01)   value "N".
                   88  WS-Deck-Eof                          value "Y".
                   88  WS-Deck-Not-Eof                      value "N".
               01  WS-Sort-Eof-Switch   PIC X(01)   value "N".
                   88  WS-Sort-Eof                          value "Y".
                   88  WS-Sort-Not-Eof                      value "N".
               01  WS-Select-Switch   PIC X(01)   value "Y".
                   88  WS-Record-Selected                   value "Y".
                   88  WS-Record-Rejected                   value "N".
               01  WS-Format-Switch   PIC X(01)   value "P".
                   88  WS-Format-Print                      value "P".
                   88  WS-Format-Csv                        value "C".
               01  WS-Need-Addr-Switch   PIC X(01)   value "N".
                   88  WS-Need-Addr                         value "Y".
               01  WS-Need-Ytd-Switch   PIC X(01)   value "N".
                   88  WS-Need-Ytd                          value "Y".
               01  WS-Ssn-Decoded-Switch   PIC X(01)   value "N".
                   88  WS-Ssn-Decoded                       value "Y".
                   88  WS-Ssn-Not-Decoded                   value "N".
               01  WS-First-Group-Switch   PIC X(01)   value "Y".
                   88  WS-First-Group                       value "Y".
                   88  WS-Not-First-Group                   value "N".

               01  WS-Command-Line-Param   PIC X(40)   value spaces.
               01  WS-Operator-Id   PIC X(08)   value "BATCH".
               01  WS-Today   PIC 9(08)   value 0.
               01  WS-Today-R redefines WS-Today.
                   05  WS-Today-Year                    PIC 9(04).
                   05                                   PIC 9(04).
               01  WS-Ytd-Year   PIC 9(04)   value 0.
               01  WS-Report-Title   PIC X(60)   value
                   "Ad Hoc Employee Report".
               01  WS-Deck-Errors   PIC 9(03)   COMP value 0.
               01  WS-Error-Text   PIC X(60)   value spaces.
               01  WS-Deck-Error-Table.
                   05  WS-Deck-Error OCCURS 50 TIMES.
                       10  WS-Error-Line                PIC X(60).
                       10  WS-Error-Card                PIC X(80).

               01  WS-Card   PIC X(80)   value spaces.
               01  WS-Card-Ptr   PIC 9(03)   COMP value 0.
               01  WS-Keyword   PIC X(08)   value spaces.
               01  WS-Tok-Count   PIC 9(02)   COMP value 0.
               01  WS-Tok-Idx   PIC 9(02)   COMP value 0.
               01  WS-Tokens.
                   05  WS-Tok  OCCURS 10 TIMES          PIC X(30).

               01  WS-Cat-Idx   PIC 9(02)   COMP value 0.
               01  WS-Found-Idx   PIC 9(02)   COMP value 0.
               01  WS-Out-Idx   PIC 9(02)   COMP value 0.
               01  WS-Sel-Idx   PIC 9(02)   COMP value 0.
               01  WS-Key-Idx   PIC 9(02)   COMP value 0.
               01  WS-Col-Ptr   PIC 9(03)   COMP value 0.
               01  WS-Line-Ptr   PIC 9(03)   COMP value 0.
               01  WS-Total-Col   PIC S9(04)  COMP value 0.

               01  WS-Out-Count   PIC 9(02)   COMP value 0.
               01  WS-Output-Fields.
                   05  WS-Output-Entry OCCURS 12 TIMES.
                       10  WO-Cat-Idx               PIC 9(02)   COMP.
                       10  WO-Column                PIC 9(03)   COMP.
                       10  WO-Sum-Switch            PIC X(01).
                           88  WO-Summed                value "Y".
                       10  WO-Group-Total           PIC S9(11)V99.
                       10  WO-Grand-Total           PIC S9(11)V99.

               01  WS-Sel-Count   PIC 9(02)   COMP value 0.
               01  WS-Selections.
                   05  WS-Selection OCCURS 8 TIMES.
                       10  WL-Cat-Idx               PIC 9(02)   COMP.
                       10  WL-Operator              PIC X(02).
                       10  WL-Value                 PIC X(30).
                       10  WL-Number                PIC S9(9)V99.

               01  WS-Key-Count   PIC 9(02)   COMP value 0.
               01  WS-Sort-Keys.
                   05  WS-Sort-Key-Entry OCCURS 3 TIMES.
                       10  WK-Cat-Idx               PIC 9(02)   COMP.
                       10  WK-Direction             PIC X(01).
                           88  WK-Descending            value "D".

               01  WS-Break-Idx   PIC 9(02)   COMP value 0.
               01  WS-Previous-Break   PIC X(30)   value spaces.
               01  WS-Group-Count   PIC 9(07)   COMP value 0.
               01  WS-Record-Count   PIC 9(07)   COMP value 0.
               01  WS-Read-Count   PIC 9(07)   COMP value 0.

               01  WS-Master-Image   PIC X(234)  value spaces.
               01  WS-Addr-Image   PIC X(67)   value spaces.
               01  WS-Ytd-Image   PIC X(199)  value spaces.
               01  WS-Source-Image   PIC X(234)  value spaces.
               01  WS-Scan-SSN   PIC 9(09)   value 0.
               01  WS-Ssn-Masked   PIC X(11)   value spaces.

               01  WS-FV-Display   PIC X(30)   value spaces.
               01  WS-FV-Raw   PIC X(30)   value spaces.
               01  WS-FV-Number   PIC S9(9)V99 value 0.
               01  WS-FV-Sort-Key   PIC X(20)   value spaces.
               01  WS-Money9-X   PIC X(09)   value spaces.
               01  WS-Money9-N redefines WS-Money9-X   PIC S9(7)V99.
               01  WS-Money10-X   PIC X(10)   value spaces.
               01  WS-Money10-N redefines WS-Money10-X PIC S9(8)V99.
               01  WS-Money-Edit   PIC ZZ,ZZZ,ZZ9.99-.
               01  WS-Total-Edit   PIC Z,ZZZ,ZZZ,ZZ9.99-.
               01  WS-Csv-Edit   PIC -(10)9.99.
               01  WS-Count-Edit   PIC Z,ZZZ,ZZ9.
               01  WS-Date-Work   PIC 9(08)   value 0.
               01  WS-Date-Edit   PIC 9(04)/9(02)/9(02).
               01  WS-Sort-Number   PIC 9(11)V99 value 0.
               01  WS-Sort-Number-X redefines WS-Sort-Number
                                                      PIC X(13).
               01  WS-Compare-Value   PIC X(30)   value spaces.
               01  WS-Print-Line   PIC X(400)  value spaces.

      * Field catalog: code, heading, source (M master, A address,
      * Y year-to-date), type (X text, N/Y amount, D date, S masked
      * SSN), position and length on the source record, print width.
               01  WS-Catalog-Values.
                   05   PIC X(33)   value
                       "EMPNO   Emp #           MX0010505".
                   05   PIC X(33)   value
                       "NAME    Employee Name   MX0112020".
                   05   PIC X(33)   value
                       "TERR    Terr            MX0360204".
                   05   PIC X(33)   value
                       "OFFICE  Office          MX0400206".
                   05   PIC X(33)   value
                       "CURRENCYCur             MX0470303".
                   05   PIC X(33)   value
                       "SALARY  Annual Salary   MN0550914".
                   05   PIC X(33)   value
                       "BIWEEKLYBiweekly Gross  MN0690914".
                   05   PIC X(33)   value
                       "MONTHLY Monthly Gross   MN0780914".
                   05   PIC X(33)   value
                       "SSN     SSN             MS0870911".
                   05   PIC X(33)   value
                       "STATUS  St              MX1010102".
                   05   PIC X(33)   value
                       "PAYDATE Pay Period      MD1070810".
                   05   PIC X(33)   value
                       "LEAVEPCTLeave %         MX2120307".
                   05   PIC X(33)   value
                       "HIREDATEHire Date       MD2150810".
                   05   PIC X(33)   value
                       "MANAGER Manager         MX2230507".
                   05   PIC X(33)   value
                       "COMPANY Co              MX2280202".
                   05   PIC X(33)   value
                       "CLASS   Comp Class      MX2300410".
                   05   PIC X(33)   value
                       "STREET  Street          AX0063030".
                   05   PIC X(33)   value
                       "CITY    City            AX0262020".
                   05   PIC X(33)   value
                       "STATE   State           AX0460205".
                   05   PIC X(33)   value
                       "ZIP     Zip             AX0481010".
                   05   PIC X(33)   value
                       "YTDGROSSYTD Gross       YY0101014".
                   05   PIC X(33)   value
                       "YTDFIT  YTD Fed W/H     YY0201014".
                   05   PIC X(33)   value
                       "YTDNET  YTD Net         YY0301014".
                   05   PIC X(33)   value
                       "YTDSS   YTD Soc Sec     YY0401014".
                   05   PIC X(33)   value
                       "YTDMED  YTD Medicare    YY0501014".
                   05   PIC X(33)   value
                       "YTDSTATEYTD State Tax   YY0601014".
                   05   PIC X(33)   value
                       "YTDIMPUTYTD Imputed Inc YY1901014".
               01  WS-Catalog redefines WS-Catalog-Values.
                   05  WS-Catalog-Entry OCCURS 27 TIMES.
                       10  WC-Code                      PIC X(08).
                       10  WC-Heading                   PIC X(16).
                       10  WC-Source                    PIC X(01).
                           88  WC-From-Master           value "M".
                           88  WC-From-Address          value "A".
                           88  WC-From-Ytd              value "Y".
                       10  WC-Type                      PIC X(01).
                           88  WC-Text                  value "X".
                           88  WC-Amount9               value "N".
                           88  WC-Amount10              value "Y".
                           88  WC-Date                  value "D".
                           88  WC-Masked-Ssn            value "S".
                       10  WC-Offset                    PIC 9(03).
                       10  WC-Length                    PIC 9(02).
                       10  WC-Width                     PIC 9(02).
               01  WS-Catalog-Count   PIC 9(02)   COMP value 27.

               01  AdHocHeading2.
               05   PIC X(17)   value spaces.
                   05  AH-Title                         PIC X(60).

               01  DeckErrorLine.
               05   PIC X(13)   value "Deck error: ".
                   05  DE-Text                          PIC X(60).
               05   PIC X(02)   value spaces.
                   05  DE-Card                          PIC X(57).

               01  GroupHeadingLine.
               05   PIC X(03)   value "** ".
                   05  GH-Heading                       PIC X(16).
               05   PIC X(01)   value spaces.
                   05  GH-Value                         PIC X(30).
               05   PIC X(03)   value spaces.
               05   PIC X(09)   value "records: ".
                   05  GH-Count                         PIC Z,ZZZ,ZZ9.

       Procedure Division.
           Initilization.
               PERFORM 050-Select-Deck
               PERFORM 600-FormatDate
               PERFORM 700-FormatTime
               PERFORM 100-Read-Deck
               PERFORM 150-Open-Files
               IF WS-Files-Ready
                   IF WS-Deck-Errors > 0
                       PERFORM 180-List-Deck-Errors
                   ELSE
                       PERFORM 300-Write-Heading
                       SORT AdHocSortFile
                           ON ASCENDING KEY SR-Keys
                           INPUT PROCEDURE IS 400-Select-Employees
                           OUTPUT PROCEDURE IS 460-Write-Report
                   END-IF
               END-IF
               PERFORM 500-Close-Files
               EVALUATE TRUE
                   WHEN WS-Open-Failed
                       MOVE 16 TO RETURN-CODE
                   WHEN WS-Deck-Errors > 0
                       MOVE 8 TO RETURN-CODE
                   WHEN WS-Record-Count = 0
                       MOVE 4 TO RETURN-CODE
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               STOP RUN.

           050-Select-Deck.
               ACCEPT WS-Command-Line-Param FROM COMMAND-LINE
               IF WS-Command-Line-Param NOT = SPACES
                   UNSTRING WS-Command-Line-Param
                       DELIMITED BY ALL " "
                       INTO WS-Deck-Name
                   END-UNSTRING
               END-IF.

           100-Read-Deck.
               MOVE WS-Today-Year TO WS-Ytd-Year
               SET WS-Deck-Not-Eof TO TRUE
               OPEN INPUT AdHocParmFile
               CALL "Validations" USING AdHocParm-Status, "ADHOCRPT"
               IF AdHocParm-Status NOT = "00"
                   SET WS-Open-Failed TO TRUE
               ELSE
                   PERFORM 110-Read-Card
                   PERFORM 120-Parse-One-Card
                       UNTIL WS-Deck-Eof
                   CLOSE AdHocParmFile
                   IF WS-Out-Count = 0
                       MOVE SPACES TO WS-Card
                       MOVE "No FIELD cards in the deck"
                           TO WS-Error-Text
                       PERFORM 170-Record-Deck-Error
                   END-IF
                   PERFORM 130-Set-Break-Key
                   PERFORM 140-Lay-Out-Columns
               END-IF
               STRING WS-Deck-Name DELIMITED BY SPACE
                      "Rpt" DELIMITED BY SIZE
                   INTO WS-Output-Name
               END-STRING
               IF WS-Format-Csv
                   MOVE SPACES TO WS-Output-Name
                   STRING WS-Deck-Name DELIMITED BY SPACE
                          "Csv" DELIMITED BY SIZE
                       INTO WS-Output-Name
                   END-STRING
               END-IF.

           110-Read-Card.
               READ AdHocParmFile
                   AT END
                       SET WS-Deck-Eof TO TRUE
                   NOT AT END
                       MOVE AdHocParmCard TO WS-Card
               END-READ.

           120-Parse-One-Card.
               IF WS-Card NOT = SPACES AND WS-Card (1:1) NOT = "*"
                   MOVE SPACES TO WS-Tokens WS-Keyword
                   MOVE 0 TO WS-Tok-Count
                   UNSTRING WS-Card DELIMITED BY ALL " "
                       INTO WS-Tok (1) WS-Tok (2) WS-Tok (3)
                            WS-Tok (4) WS-Tok (5) WS-Tok (6)
                            WS-Tok (7) WS-Tok (8) WS-Tok (9)
                            WS-Tok (10)
                       TALLYING IN WS-Tok-Count
                   END-UNSTRING
                   MOVE FUNCTION UPPER-CASE(WS-Tok (1)) TO WS-Keyword
                   EVALUATE WS-Keyword
                       WHEN "TITLE"
                           MOVE WS-Card (7:60) TO WS-Report-Title
                       WHEN "FIELD"
                           PERFORM 122-Add-Output-Field
                               VARYING WS-Tok-Idx FROM 2 BY 1
                               UNTIL WS-Tok-Idx > WS-Tok-Count
                       WHEN "SUM"
                           PERFORM 124-Add-Sum-Field
                               VARYING WS-Tok-Idx FROM 2 BY 1
                               UNTIL WS-Tok-Idx > WS-Tok-Count
                       WHEN "SELECT"
                           PERFORM 126-Add-Selection
                       WHEN "SORT"
                           PERFORM 128-Add-Sort-Key
                       WHEN "BREAK"
                           MOVE WS-Tok (2) TO WS-Compare-Value
                           PERFORM 160-Find-Field-Code
                           IF WS-Found-Idx = 0
                               MOVE "Unknown BREAK field"
                                   TO WS-Error-Text
                               PERFORM 170-Record-Deck-Error
                           ELSE
                               MOVE WS-Found-Idx TO WS-Break-Idx
                           END-IF
                       WHEN "FORMAT"
                           EVALUATE FUNCTION UPPER-CASE(WS-Tok (2))
                               WHEN "PRINT"
                                   SET WS-Format-Print TO TRUE
                               WHEN "CSV"
                                   SET WS-Format-Csv TO TRUE
                               WHEN OTHER
                                   MOVE "FORMAT must be PRINT or CSV"
                                       TO WS-Error-Text
                                   PERFORM 170-Record-Deck-Error
                           END-EVALUATE
                       WHEN "YEAR"
                           IF WS-Tok (2) (1:4) IS NUMERIC
                                   AND WS-Tok (2) (5:1) = SPACE
                               MOVE WS-Tok (2) (1:4) TO WS-Ytd-Year
                           ELSE
                               MOVE "YEAR must be four digits"
                                   TO WS-Error-Text
                               PERFORM 170-Record-Deck-Error
                           END-IF
                       WHEN OTHER
                           MOVE "Unknown card keyword" TO WS-Error-Text
                           PERFORM 170-Record-Deck-Error
                   END-EVALUATE
               END-IF
               PERFORM 110-Read-Card.

           122-Add-Output-Field.
               MOVE WS-Tok (WS-Tok-Idx) TO WS-Compare-Value
               PERFORM 160-Find-Field-Code
               EVALUATE TRUE
                   WHEN WS-Found-Idx = 0
                       MOVE "Unknown FIELD code" TO WS-Error-Text
                       PERFORM 170-Record-Deck-Error
                   WHEN WS-Out-Count = 12
                       MOVE "More than 12 fields" TO WS-Error-Text
                       PERFORM 170-Record-Deck-Error
                   WHEN OTHER
                       ADD 1 TO WS-Out-Count
                       MOVE WS-Found-Idx TO WO-Cat-Idx (WS-Out-Count)
                       MOVE "N" TO WO-Sum-Switch (WS-Out-Count)
                       MOVE 0 TO WO-Group-Total (WS-Out-Count)
                                 WO-Grand-Total (WS-Out-Count)
               END-EVALUATE.

      * A SUM field not already printed is added as a column.
           124-Add-Sum-Field.
               MOVE WS-Tok (WS-Tok-Idx) TO WS-Compare-Value
               PERFORM 160-Find-Field-Code
               IF WS-Found-Idx = 0
                   MOVE "Unknown SUM code" TO WS-Error-Text
                   PERFORM 170-Record-Deck-Error
               ELSE
                   IF NOT WC-Amount9 (WS-Found-Idx)
                           AND NOT WC-Amount10 (WS-Found-Idx)
                       MOVE "SUM field is not an amount"
                           TO WS-Error-Text
                       PERFORM 170-Record-Deck-Error
                   ELSE
                       MOVE 0 TO WS-Out-Idx
                       PERFORM 125-Match-Sum-Column
                           VARYING WS-Key-Idx FROM 1 BY 1
                           UNTIL WS-Key-Idx > WS-Out-Count
                       IF WS-Out-Idx = 0
                           PERFORM 122-Add-Output-Field
                           IF WS-Out-Count > 0
                               IF WO-Cat-Idx (WS-Out-Count)
                                       = WS-Found-Idx
                                   MOVE WS-Out-Count TO WS-Out-Idx
                               END-IF
                           END-IF
                       END-IF
                       IF WS-Out-Idx > 0
                           MOVE "Y" TO WO-Sum-Switch (WS-Out-Idx)
                       END-IF
                   END-IF
               END-IF.

           125-Match-Sum-Column.
               IF WO-Cat-Idx (WS-Key-Idx) = WS-Found-Idx
                   MOVE WS-Key-Idx TO WS-Out-Idx
               END-IF.

           126-Add-Selection.
               MOVE 1 TO WS-Card-Ptr
               MOVE SPACES TO WS-Tokens
               UNSTRING WS-Card DELIMITED BY ALL " "
                   INTO WS-Tok (1) WS-Tok (2) WS-Tok (3)
                   WITH POINTER WS-Card-Ptr
               END-UNSTRING
               MOVE WS-Tok (2) TO WS-Compare-Value
               PERFORM 160-Find-Field-Code
               MOVE FUNCTION UPPER-CASE(WS-Tok (3)) TO WS-Tok (3)
               EVALUATE TRUE
                   WHEN WS-Found-Idx = 0
                       MOVE "Unknown SELECT field" TO WS-Error-Text
                       PERFORM 170-Record-Deck-Error
                   WHEN WS-Tok (3) NOT = "EQ" AND NOT = "NE"
                           AND NOT = "GT" AND NOT = "GE"
                           AND NOT = "LT" AND NOT = "LE"
                       MOVE "SELECT operator must be EQ NE GT GE LT LE"
                           TO WS-Error-Text
                       PERFORM 170-Record-Deck-Error
                   WHEN WS-Sel-Count = 8
                       MOVE "More than 8 SELECT cards" TO WS-Error-Text
                       PERFORM 170-Record-Deck-Error
                   WHEN WS-Card-Ptr > 80
                       MOVE "SELECT value missing" TO WS-Error-Text
                       PERFORM 170-Record-Deck-Error
                   WHEN OTHER
                       ADD 1 TO WS-Sel-Count
                       MOVE WS-Found-Idx TO WL-Cat-Idx (WS-Sel-Count)
                       MOVE WS-Tok (3) (1:2)
                           TO WL-Operator (WS-Sel-Count)
                       MOVE WS-Card (WS-Card-Ptr:)
                           TO WL-Value (WS-Sel-Count)
                       MOVE 0 TO WL-Number (WS-Sel-Count)
                       IF WC-Amount9 (WS-Found-Idx)
                               OR WC-Amount10 (WS-Found-Idx)
                           IF FUNCTION TEST-NUMVAL
                                   (WL-Value (WS-Sel-Count)) = 0
                               COMPUTE WL-Number (WS-Sel-Count) =
                                   FUNCTION NUMVAL
                                       (WL-Value (WS-Sel-Count))
                           ELSE
                               MOVE "SELECT amount not numeric"
                                   TO WS-Error-Text
                               PERFORM 170-Record-Deck-Error
                           END-IF
                       ELSE
                           MOVE FUNCTION UPPER-CASE
                                   (WL-Value (WS-Sel-Count))
                               TO WL-Value (WS-Sel-Count)
                       END-IF
               END-EVALUATE.

           128-Add-Sort-Key.
               MOVE WS-Tok (2) TO WS-Compare-Value
               PERFORM 160-Find-Field-Code
               MOVE FUNCTION UPPER-CASE(WS-Tok (3)) TO WS-Tok (3)
               EVALUATE TRUE
                   WHEN WS-Found-Idx = 0
                       MOVE "Unknown SORT field" TO WS-Error-Text
                       PERFORM 170-Record-Deck-Error
                   WHEN WS-Key-Count = 3
                       MOVE "More than 3 SORT cards" TO WS-Error-Text
                       PERFORM 170-Record-Deck-Error
                   WHEN WS-Tok (3) NOT = SPACES AND NOT = "A"
                           AND NOT = "D"
                       MOVE "SORT direction must be A or D"
                           TO WS-Error-Text
                       PERFORM 170-Record-Deck-Error
                   WHEN OTHER
                       ADD 1 TO WS-Key-Count
                       MOVE WS-Found-Idx TO WK-Cat-Idx (WS-Key-Count)
                       MOVE WS-Tok (3) (1:1)
                           TO WK-Direction (WS-Key-Count)
               END-EVALUATE.

      * The break field must be the major sort key; it is put in front
      * of the SORT cards when the deck does not already lead with it.
           130-Set-Break-Key.
               IF WS-Break-Idx > 0
                   IF WS-Key-Count = 0
                           OR WK-Cat-Idx (1) NOT = WS-Break-Idx
                       IF WS-Key-Count = 3
                           MOVE "BREAK needs a free SORT key"
                               TO WS-Error-Text
                           PERFORM 170-Record-Deck-Error
                       ELSE
                           PERFORM 132-Shift-One-Key
                               VARYING WS-Key-Idx FROM WS-Key-Count
                               BY -1 UNTIL WS-Key-Idx < 1
                           ADD 1 TO WS-Key-Count
                           MOVE WS-Break-Idx TO WK-Cat-Idx (1)
                           MOVE "A" TO WK-Direction (1)
                       END-IF
                   END-IF
               END-IF.

           132-Shift-One-Key.
               MOVE WS-Sort-Key-Entry (WS-Key-Idx)
                   TO WS-Sort-Key-Entry (WS-Key-Idx + 1).

           140-Lay-Out-Columns.
               MOVE 1 TO WS-Col-Ptr
               PERFORM 142-Place-One-Column
                   VARYING WS-Out-Idx FROM 1 BY 1
                   UNTIL WS-Out-Idx > WS-Out-Count
               IF WS-Format-Print AND WS-Col-Ptr > 134
                   MOVE SPACES TO WS-Card
                   MOVE "FIELD columns are wider than 132"
                       TO WS-Error-Text
                   PERFORM 170-Record-Deck-Error
               END-IF
               PERFORM 144-Note-Joins
                   VARYING WS-Cat-Idx FROM 1 BY 1
                   UNTIL WS-Cat-Idx > WS-Catalog-Count.

           142-Place-One-Column.
               MOVE WS-Col-Ptr TO WO-Column (WS-Out-Idx)
               MOVE WO-Cat-Idx (WS-Out-Idx) TO WS-Cat-Idx
               COMPUTE WS-Col-Ptr =
                   WS-Col-Ptr + WC-Width (WS-Cat-Idx) + 2.

      * The address and YTD files are read only when a card asks for
      * one of their fields.
           144-Note-Joins.
               MOVE 0 TO WS-Found-Idx
               PERFORM 146-Is-Field-Used
                   VARYING WS-Key-Idx FROM 1 BY 1
                   UNTIL WS-Key-Idx > 12
               IF WS-Found-Idx > 0 OR WS-Break-Idx = WS-Cat-Idx
                   IF WC-From-Address (WS-Cat-Idx)
                       SET WS-Need-Addr TO TRUE
                   END-IF
                   IF WC-From-Ytd (WS-Cat-Idx)
                       SET WS-Need-Ytd TO TRUE
                   END-IF
               END-IF.

           146-Is-Field-Used.
               IF WS-Key-Idx <= WS-Out-Count
                   IF WO-Cat-Idx (WS-Key-Idx) = WS-Cat-Idx
                       MOVE WS-Cat-Idx TO WS-Found-Idx
                   END-IF
               END-IF
               IF WS-Key-Idx <= WS-Sel-Count
                   IF WL-Cat-Idx (WS-Key-Idx) = WS-Cat-Idx
                       MOVE WS-Cat-Idx TO WS-Found-Idx
                   END-IF
               END-IF
               IF WS-Key-Idx <= WS-Key-Count
                   IF WK-Cat-Idx (WS-Key-Idx) = WS-Cat-Idx
                       MOVE WS-Cat-Idx TO WS-Found-Idx
                   END-IF
               END-IF.

           150-Open-Files.
               IF WS-Files-Ready
                   OPEN INPUT PayrollReport
                   CALL "Validations" USING File_Status, "ADHOCRPT"
                   OPEN OUTPUT AdHocReportFile
                   CALL "Validations" USING AdHocRpt-Status, "ADHOCRPT"
                   IF File_Status NOT = "00"
                           OR AdHocRpt-Status NOT = "00"
                       SET WS-Open-Failed TO TRUE
                   END-IF
               END-IF
               IF WS-Files-Ready AND WS-Need-Addr
                   OPEN INPUT EmployeeAddrFile
                   IF EmpAddr-Status = "00"
                       SET WS-Addr-Ready TO TRUE
                   END-IF
               END-IF
               IF WS-Files-Ready AND WS-Need-Ytd
                   OPEN INPUT YtdAccumFile
                   IF YtdAccum-Status = "00"
                       SET WS-Ytd-Ready TO TRUE
                   END-IF
               END-IF.

           160-Find-Field-Code.
               MOVE FUNCTION UPPER-CASE(WS-Compare-Value)
                   TO WS-Compare-Value
               MOVE 0 TO WS-Found-Idx
               PERFORM 162-Check-One-Code
                   VARYING WS-Cat-Idx FROM 1 BY 1
                   UNTIL WS-Cat-Idx > WS-Catalog-Count
                       OR WS-Found-Idx > 0.

           162-Check-One-Code.
               IF WC-Code (WS-Cat-Idx) = WS-Compare-Value
                   MOVE WS-Cat-Idx TO WS-Found-Idx
               END-IF.

           170-Record-Deck-Error.
               IF WS-Deck-Errors < 50
                   ADD 1 TO WS-Deck-Errors
                   MOVE WS-Error-Text TO WS-Error-Line (WS-Deck-Errors)
                   MOVE WS-Card TO WS-Error-Card (WS-Deck-Errors)
               END-IF
               DISPLAY "ADHOCRPT: " WS-Error-Text.

           180-List-Deck-Errors.
               MOVE SPACES TO AdHocPrintLine
               WRITE AdHocPrintLine FROM HeaderMain
                   AFTER ADVANCING PAGE
               MOVE "Deck rejected - no report produced" TO AH-Title
               WRITE AdHocPrintLine FROM AdHocHeading2
                   AFTER ADVANCING 1
               WRITE AdHocPrintLine FROM HeaderMain3
                   AFTER ADVANCING 2
               PERFORM 185-List-One-Error
                   VARYING WS-Sel-Idx FROM 1 BY 1
                   UNTIL WS-Sel-Idx > WS-Deck-Errors.

           185-List-One-Error.
               MOVE WS-Error-Line (WS-Sel-Idx) TO DE-Text
               MOVE WS-Error-Card (WS-Sel-Idx) TO DE-Card
               MOVE SPACES TO AdHocPrintLine
               WRITE AdHocPrintLine FROM DeckErrorLine
                   AFTER ADVANCING 1.

           300-Write-Heading.
               IF WS-Format-Print
                   MOVE WS-Report-Title TO AH-Title
                   MOVE SPACES TO AdHocPrintLine
                   WRITE AdHocPrintLine FROM HeaderMain
                       AFTER ADVANCING PAGE
                   WRITE AdHocPrintLine FROM AdHocHeading2
                       AFTER ADVANCING 1
                   WRITE AdHocPrintLine FROM HeaderMain3
                       AFTER ADVANCING 2
                   MOVE SPACES TO WS-Print-Line
                   PERFORM 305-Place-One-Heading
                       VARYING WS-Out-Idx FROM 1 BY 1
                       UNTIL WS-Out-Idx > WS-Out-Count
                   WRITE AdHocPrintLine FROM WS-Print-Line (1:132)
                       AFTER ADVANCING 2
               ELSE
                   MOVE SPACES TO WS-Print-Line
                   MOVE 1 TO WS-Line-Ptr
                   PERFORM 307-Add-Csv-Heading
                       VARYING WS-Out-Idx FROM 1 BY 1
                       UNTIL WS-Out-Idx > WS-Out-Count
                   WRITE AdHocPrintLine FROM WS-Print-Line
               END-IF.

           305-Place-One-Heading.
               MOVE WO-Cat-Idx (WS-Out-Idx) TO WS-Cat-Idx
               MOVE WC-Heading (WS-Cat-Idx)
                   TO WS-Print-Line (WO-Column (WS-Out-Idx):
                                     WC-Width (WS-Cat-Idx)).

           307-Add-Csv-Heading.
               MOVE WO-Cat-Idx (WS-Out-Idx) TO WS-Cat-Idx
               IF WS-Out-Idx > 1
                   STRING "," DELIMITED BY SIZE
                       INTO WS-Print-Line
                       WITH POINTER WS-Line-Ptr
                   END-STRING
               END-IF
               STRING WC-Code (WS-Cat-Idx) DELIMITED BY SPACE
                   INTO WS-Print-Line
                   WITH POINTER WS-Line-Ptr
               END-STRING.

           400-Select-Employees.
               PERFORM 200-Read-Records
               PERFORM 405-Select-One-Employee
                   UNTIL WS-Eof.

           200-Read-Records.
               READ PayrollReport NEXT RECORD
                   AT END
                       SET WS-Eof TO TRUE
                   NOT AT END
                       ADD 1 TO WS-Read-Count
                       MOVE EmployeeRecord TO EmployeeRecords
                       MOVE EmployeeRecord TO WS-Master-Image
               END-READ.

           405-Select-One-Employee.
               SET WS-Ssn-Not-Decoded TO TRUE
               PERFORM 410-Join-Other-Files
               SET WS-Record-Selected TO TRUE
               PERFORM 420-Apply-One-Selection
                   VARYING WS-Sel-Idx FROM 1 BY 1
                   UNTIL WS-Sel-Idx > WS-Sel-Count
                       OR WS-Record-Rejected
               IF WS-Record-Selected
                   PERFORM 430-Release-Sort-Record
               END-IF
               PERFORM 200-Read-Records.

           410-Join-Other-Files.
               MOVE SPACES TO WS-Addr-Image
               IF WS-Addr-Ready
                   MOVE EmployeeNumber TO AD-EmployeeNumber
                   READ EmployeeAddrFile
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE EmployeeAddrRecord TO WS-Addr-Image
                   END-READ
               END-IF
               IF WS-Need-Ytd
                   INITIALIZE YtdAccumRecord
                   IF WS-Ytd-Ready
                       MOVE EmployeeNumber TO YT-EmployeeNumber
                       MOVE WS-Ytd-Year TO YT-Year
                       READ YtdAccumFile
                           INVALID KEY
                               INITIALIZE YtdAccumRecord
                       END-READ
                   END-IF
                   MOVE YtdAccumRecord TO WS-Ytd-Image
               END-IF.

           420-Apply-One-Selection.
               MOVE WL-Cat-Idx (WS-Sel-Idx) TO WS-Cat-Idx
               PERFORM 800-Get-Field-Value
               IF WC-Amount9 (WS-Cat-Idx) OR WC-Amount10 (WS-Cat-Idx)
                   EVALUATE WL-Operator (WS-Sel-Idx)
                       WHEN "EQ"
                           IF WS-FV-Number NOT = WL-Number (WS-Sel-Idx)
                               SET WS-Record-Rejected TO TRUE
                           END-IF
                       WHEN "NE"
                           IF WS-FV-Number = WL-Number (WS-Sel-Idx)
                               SET WS-Record-Rejected TO TRUE
                           END-IF
                       WHEN "GT"
                           IF WS-FV-Number <= WL-Number (WS-Sel-Idx)
                               SET WS-Record-Rejected TO TRUE
                           END-IF
                       WHEN "GE"
                           IF WS-FV-Number < WL-Number (WS-Sel-Idx)
                               SET WS-Record-Rejected TO TRUE
                           END-IF
                       WHEN "LT"
                           IF WS-FV-Number >= WL-Number (WS-Sel-Idx)
                               SET WS-Record-Rejected TO TRUE
                           END-IF
                       WHEN "LE"
                           IF WS-FV-Number > WL-Number (WS-Sel-Idx)
                               SET WS-Record-Rejected TO TRUE
                           END-IF
                   END-EVALUATE
               ELSE
                   MOVE FUNCTION UPPER-CASE(WS-FV-Raw)
                       TO WS-Compare-Value
                   EVALUATE WL-Operator (WS-Sel-Idx)
                       WHEN "EQ"
                           IF WS-Compare-Value
                                   NOT = WL-Value (WS-Sel-Idx)
                               SET WS-Record-Rejected TO TRUE
                           END-IF
                       WHEN "NE"
                           IF WS-Compare-Value = WL-Value (WS-Sel-Idx)
                               SET WS-Record-Rejected TO TRUE
                           END-IF
                       WHEN "GT"
                           IF WS-Compare-Value
                                   <= WL-Value (WS-Sel-Idx)
                               SET WS-Record-Rejected TO TRUE
                           END-IF
                       WHEN "GE"
                           IF WS-Compare-Value < WL-Value (WS-Sel-Idx)
                               SET WS-Record-Rejected TO TRUE
                           END-IF
                       WHEN "LT"
                           IF WS-Compare-Value
                                   >= WL-Value (WS-Sel-Idx)
                               SET WS-Record-Rejected TO TRUE
                           END-IF
                       WHEN "LE"
                           IF WS-Compare-Value > WL-Value (WS-Sel-Idx)
                               SET WS-Record-Rejected TO TRUE
                           END-IF
                   END-EVALUATE
               END-IF.

           430-Release-Sort-Record.
               MOVE SPACES TO AdHocSortRecord
               PERFORM 432-Build-One-Sort-Key
                   VARYING WS-Key-Idx FROM 1 BY 1
                   UNTIL WS-Key-Idx > WS-Key-Count
               IF WS-Break-Idx > 0
                   MOVE WS-Break-Idx TO WS-Cat-Idx
                   PERFORM 800-Get-Field-Value
                   MOVE WS-FV-Display TO SR-Break-Value
               END-IF
               PERFORM 434-Store-One-Value
                   VARYING WS-Out-Idx FROM 1 BY 1
                   UNTIL WS-Out-Idx > 12
               RELEASE AdHocSortRecord.

      * Descending keys are stored with their characters reversed so
      * the one ascending sort orders them high to low.
           432-Build-One-Sort-Key.
               MOVE WK-Cat-Idx (WS-Key-Idx) TO WS-Cat-Idx
               PERFORM 800-Get-Field-Value
               IF WK-Descending (WS-Key-Idx)
                   INSPECT WS-FV-Sort-Key CONVERTING
                       " 0123456789ABCDEFGHIJKLMNOPQRSTUVWXYZ"
                    TO "ZYXWVUTSRQPONMLKJIHGFEDCBA9876543210 "
               END-IF
               MOVE WS-FV-Sort-Key TO SR-Sort-Key (WS-Key-Idx).

           434-Store-One-Value.
               IF WS-Out-Idx > WS-Out-Count
                   MOVE 0 TO SR-Number (WS-Out-Idx)
               ELSE
                   MOVE WO-Cat-Idx (WS-Out-Idx) TO WS-Cat-Idx
                   PERFORM 800-Get-Field-Value
                   MOVE WS-FV-Display TO SR-Value (WS-Out-Idx)
                   MOVE WS-FV-Number TO SR-Number (WS-Out-Idx)
               END-IF.

           460-Write-Report.
               SET WS-Sort-Not-Eof TO TRUE
               PERFORM 462-Return-Sort-Record
               PERFORM 465-Write-One-Line
                   UNTIL WS-Sort-Eof
               IF WS-Break-Idx > 0 AND WS-Not-First-Group
                   PERFORM 470-Write-Group-Total
               END-IF
               PERFORM 480-Write-Report-Total.

           462-Return-Sort-Record.
               RETURN AdHocSortFile
                   AT END
                       SET WS-Sort-Eof TO TRUE
               END-RETURN.

           465-Write-One-Line.
               IF WS-Break-Idx > 0
                   IF WS-First-Group
                       SET WS-Not-First-Group TO TRUE
                       MOVE SR-Break-Value TO WS-Previous-Break
                   END-IF
                   IF SR-Break-Value NOT = WS-Previous-Break
                       PERFORM 470-Write-Group-Total
                       MOVE SR-Break-Value TO WS-Previous-Break
                   END-IF
               END-IF
               ADD 1 TO WS-Record-Count WS-Group-Count
               MOVE SPACES TO WS-Print-Line
               MOVE 1 TO WS-Line-Ptr
               PERFORM 467-Place-One-Value
                   VARYING WS-Out-Idx FROM 1 BY 1
                   UNTIL WS-Out-Idx > WS-Out-Count
               IF WS-Format-Print
                   WRITE AdHocPrintLine FROM WS-Print-Line (1:132)
                       AFTER ADVANCING 1
               ELSE
                   WRITE AdHocPrintLine FROM WS-Print-Line
               END-IF
               PERFORM 462-Return-Sort-Record.

      * Amounts print right-aligned in their column; CSV text values
      * are quoted so names with commas survive.
           467-Place-One-Value.
               MOVE WO-Cat-Idx (WS-Out-Idx) TO WS-Cat-Idx
               IF WO-Summed (WS-Out-Idx)
                   ADD SR-Number (WS-Out-Idx)
                       TO WO-Group-Total (WS-Out-Idx)
                          WO-Grand-Total (WS-Out-Idx)
               END-IF
               IF WS-Format-Print
                   MOVE SR-Value (WS-Out-Idx)
                       TO WS-Print-Line (WO-Column (WS-Out-Idx):
                                         WC-Width (WS-Cat-Idx))
               ELSE
                   IF WS-Out-Idx > 1
                       STRING "," DELIMITED BY SIZE
                           INTO WS-Print-Line
                           WITH POINTER WS-Line-Ptr
                       END-STRING
                   END-IF
                   IF WC-Amount9 (WS-Cat-Idx)
                           OR WC-Amount10 (WS-Cat-Idx)
                       MOVE SR-Number (WS-Out-Idx) TO WS-Csv-Edit
                       STRING FUNCTION TRIM(WS-Csv-Edit)
                               DELIMITED BY SIZE
                           INTO WS-Print-Line
                           WITH POINTER WS-Line-Ptr
                       END-STRING
                   ELSE
                       STRING QUOTE DELIMITED BY SIZE
                              FUNCTION TRIM(SR-Value (WS-Out-Idx))
                                  DELIMITED BY SIZE
                              QUOTE DELIMITED BY SIZE
                           INTO WS-Print-Line
                           WITH POINTER WS-Line-Ptr
                       END-STRING
                   END-IF
               END-IF.

           470-Write-Group-Total.
               IF WS-Format-Print
                   MOVE SPACES TO GroupHeadingLine
                   MOVE "** " TO GroupHeadingLine (1:3)
                   MOVE WC-Heading (WS-Break-Idx) TO GH-Heading
                   MOVE WS-Previous-Break TO GH-Value
                   MOVE "records: " TO GroupHeadingLine (54:9)
                   MOVE WS-Group-Count TO GH-Count
                   MOVE SPACES TO AdHocPrintLine
                   WRITE AdHocPrintLine FROM GroupHeadingLine
                       AFTER ADVANCING 2
                   MOVE SPACES TO WS-Print-Line
                   PERFORM 475-Place-Group-Sum
                       VARYING WS-Out-Idx FROM 1 BY 1
                       UNTIL WS-Out-Idx > WS-Out-Count
                   WRITE AdHocPrintLine FROM WS-Print-Line (1:132)
                       AFTER ADVANCING 1
                   MOVE SPACES TO AdHocPrintLine
                   WRITE AdHocPrintLine AFTER ADVANCING 1
               END-IF
               PERFORM 477-Clear-Group-Sum
                   VARYING WS-Out-Idx FROM 1 BY 1
                   UNTIL WS-Out-Idx > WS-Out-Count
               MOVE 0 TO WS-Group-Count.

           475-Place-Group-Sum.
               IF WO-Summed (WS-Out-Idx)
                   MOVE WO-Cat-Idx (WS-Out-Idx) TO WS-Cat-Idx
                   MOVE WO-Group-Total (WS-Out-Idx) TO WS-Total-Edit
                   PERFORM 478-Place-Total-Edit
               END-IF.

           477-Clear-Group-Sum.
               MOVE 0 TO WO-Group-Total (WS-Out-Idx).

      * Totals are a little wider than the column, so they are right
      * aligned on the column's last position.
           478-Place-Total-Edit.
               COMPUTE WS-Total-Col =
                   WO-Column (WS-Out-Idx) + WC-Width (WS-Cat-Idx) - 17
               IF WS-Total-Col < 1
                   MOVE 1 TO WS-Total-Col
               END-IF
               MOVE WS-Total-Edit TO WS-Print-Line (WS-Total-Col:17).

           480-Write-Report-Total.
               IF WS-Format-Print
                   MOVE SPACES TO GroupHeadingLine
                   MOVE "** " TO GroupHeadingLine (1:3)
                   MOVE "Report total" TO GH-Heading
                   MOVE "records: " TO GroupHeadingLine (54:9)
                   MOVE WS-Record-Count TO GH-Count
                   MOVE SPACES TO AdHocPrintLine
                   WRITE AdHocPrintLine FROM GroupHeadingLine
                       AFTER ADVANCING 2
                   MOVE SPACES TO WS-Print-Line
                   PERFORM 485-Place-Grand-Sum
                       VARYING WS-Out-Idx FROM 1 BY 1
                       UNTIL WS-Out-Idx > WS-Out-Count
                   WRITE AdHocPrintLine FROM WS-Print-Line (1:132)
                       AFTER ADVANCING 1
               END-IF.

           485-Place-Grand-Sum.
               IF WO-Summed (WS-Out-Idx)
                   MOVE WO-Cat-Idx (WS-Out-Idx) TO WS-Cat-Idx
                   MOVE WO-Grand-Total (WS-Out-Idx) TO WS-Total-Edit
                   PERFORM 478-Place-Total-Edit
               END-IF.

           500-Close-Files.
               IF AdHocRpt-Status = "00" OR WS-Files-Ready
                   CLOSE AdHocReportFile
               END-IF
               IF WS-Files-Ready
                   CLOSE PayrollReport
               END-IF
               IF WS-Addr-Ready
                   CLOSE EmployeeAddrFile
               END-IF
               IF WS-Ytd-Ready
                   CLOSE YtdAccumFile
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

      * Returns one field of the current employee in three forms: the
      * printable value, the raw value used for selection, and the
      * sort key; amounts also come back as a number.
           800-Get-Field-Value.
               EVALUATE TRUE
                   WHEN WC-From-Address (WS-Cat-Idx)
                       MOVE WS-Addr-Image TO WS-Source-Image
                   WHEN WC-From-Ytd (WS-Cat-Idx)
                       MOVE WS-Ytd-Image TO WS-Source-Image
                   WHEN OTHER
                       MOVE WS-Master-Image TO WS-Source-Image
               END-EVALUATE
               MOVE SPACES TO WS-FV-Display WS-FV-Raw
               MOVE 0 TO WS-FV-Number
               MOVE WS-Source-Image (WC-Offset (WS-Cat-Idx):
                                     WC-Length (WS-Cat-Idx))
                   TO WS-FV-Raw
               EVALUATE TRUE
                   WHEN WC-Amount9 (WS-Cat-Idx)
                       MOVE WS-FV-Raw (1:9) TO WS-Money9-X
                       IF WS-Money9-N IS NUMERIC
                           MOVE WS-Money9-N TO WS-FV-Number
                       END-IF
                   WHEN WC-Amount10 (WS-Cat-Idx)
                       MOVE WS-FV-Raw (1:10) TO WS-Money10-X
                       IF WS-Money10-N IS NUMERIC
                           MOVE WS-Money10-N TO WS-FV-Number
                       END-IF
                   WHEN WC-Date (WS-Cat-Idx)
                       IF WS-FV-Raw (1:8) IS NUMERIC
                           MOVE WS-FV-Raw (1:8) TO WS-Date-Work
                           MOVE WS-Date-Work TO WS-Date-Edit
                           MOVE WS-Date-Edit TO WS-FV-Display
                       END-IF
                   WHEN WC-Masked-Ssn (WS-Cat-Idx)
                       PERFORM 810-Mask-SSN-For-Print
                       MOVE WS-Ssn-Masked TO WS-FV-Display WS-FV-Raw
                   WHEN OTHER
                       MOVE WS-FV-Raw TO WS-FV-Display
               END-EVALUATE
               IF WC-Amount9 (WS-Cat-Idx) OR WC-Amount10 (WS-Cat-Idx)
                   MOVE WS-FV-Number TO WS-Money-Edit
                   MOVE WS-Money-Edit TO WS-FV-Display
                   COMPUTE WS-Sort-Number =
                       WS-FV-Number + 1000000000
                   MOVE WS-Sort-Number-X TO WS-FV-Sort-Key
               ELSE
                   MOVE FUNCTION UPPER-CASE(WS-FV-Raw)
                       TO WS-FV-Sort-Key
               END-IF.

      * The SSN is decoded at most once per employee, and only when a
      * card names it; only the last four digits ever leave here.
           810-Mask-SSN-For-Print.
               IF WS-Ssn-Not-Decoded
                   SET WS-Ssn-Decoded TO TRUE
                   MOVE SPACES TO WS-Ssn-Masked
                   IF SocialSecurityNumber IS NUMERIC
                           AND SocialSecurityNumber NOT = 0
                       MOVE SocialSecurityNumber TO WS-Scan-SSN
                       CALL "SsnVault" USING "DECODE", WS-Scan-SSN,
                           "ADHOCRPT    ", WS-Operator-Id,
                           EmployeeNumber
                       MOVE WS-Scan-SSN TO SSNumber
                       STRING "XXX-XX-" DELIMITED BY SIZE
                               ThirdDigits DELIMITED BY SIZE
                           INTO WS-Ssn-Masked
                       END-STRING
                   END-IF
               END-IF.

               End Program AdHocReport.
