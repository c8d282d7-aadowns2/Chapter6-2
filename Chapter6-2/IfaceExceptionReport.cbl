       Identification Division.
           Program-ID. IfaceExceptionReport.
               Author. Anthony Downs.
               Installation.
               Date-Written. October 15, 2026.
               Date-Compiled.
               Security.

      * Daily report from the outbound interface register
      * (IfaceRegFile).  The first part lists every file registered on
      * the report date - interface, run number, time, file name,
      * recipient, sending program, record count, hash total, dollar
      * total and where its acknowledgment stands - with the day's
      * totals, so what went out on a given night can be seen in one
      * place.  The second part lists the files that still need
      * attention, in interface and run-date order:
      *     never acknowledged - still P and sent before the report
      *                          date (the report date's own files
      *                          are not expected back yet)
      *     rejected           - R, with the recipient's reason
      *     totals differ      - M, accepted but with counts or
      *                          totals other than what was sent
      * with the age in days since the file was sent.  Only files sent
      * within the look-back window are listed, so a rejected file
      * that has since been resent and accepted drops off in time.
      * Command line:
      *     columns 1-8     report date YYYYMMDD (default today)
      *     columns 10-12   look-back days (default 30)
      * Return code 4 means the second part listed anything.
       Environment Division.
           Configuration Section.
               Special-Names.

           Input-Output Section.
               File-Control.
                   Select Optional IfaceRegFile assign to IfaceReg
                       Organization is Indexed
                       Access Mode is Dynamic
                       Record Key is IF-Key
                       File Status is WS-IfaceReg-Status.

                   Select IfaceExceptionReportFile
                       assign to IfaceExcRpt
                       Organization is Line Sequential
                       File Status is IfaceExcRpt-Status.

               I-O-Control.

       Data Division.
           File Section.
               FD  IfaceRegFile.
                   01  IfaceRegRecord.
                       05  IF-Key.
                           10  IF-Interface-Id             PIC X(08).
                           10  IF-Run-Date                 PIC 9(08).
                           10  IF-Run-Sequence             PIC 9(02).
                       05  IF-File-Name                    PIC X(20).
                       05  IF-Recipient                    PIC X(20).
                       05  IF-Program                      PIC X(12).
                       05  IF-Run-Time                     PIC 9(06).
                       05  IF-Record-Count                 PIC 9(07).
                       05  IF-Hash-Total                   PIC 9(15).
                       05  IF-Dollar-Total             PIC S9(11)V99.
                       05  IF-Ack-Status                   PIC X(01).
                           88  IF-Ack-Pending              value "P".
                           88  IF-Ack-Accepted             value "A".
                           88  IF-Ack-Rejected             value "R".
                           88  IF-Ack-Mismatched           value "M".
                       05  IF-Ack-Date                     PIC 9(08).
                       05  IF-Ack-Count                    PIC 9(07).
                       05  IF-Ack-Hash                     PIC 9(15).
                       05  IF-Ack-Dollar               PIC S9(11)V99.
                       05  IF-Ack-Reason                   PIC X(30).
                       05                                  PIC X(15).

               FD  IfaceExceptionReportFile
                   Record Contains 132 characters.
                   01  IfaceExcPrintLine                   PIC X(132).

           Working-Storage Section.
               COPY "Misc.cpy".
              COPY "WS_Date.cpy" REPLACING LEADING ==Prefix== BY ==LK==.
               COPY "HeaderMain.cpy".

               01  WS-IfaceReg-Status                  PIC X(02).
               01  IfaceExcRpt-Status                  PIC X(02).

               01  WS-Open-Switch   PIC X(01)   value "Y".
                   88  WS-Files-Ready                       value "Y".
                   88  WS-Open-Failed                        value "N".

               01  WS-IfaceReg-Switch   PIC X(01)   value "N".
                   88  WS-IfaceReg-Ready                     value "Y".
                   88  WS-IfaceReg-Not-Ready                 value "N".

               01  WS-Command-Line-Param   PIC X(40)   value spaces.
               01  WS-Today   PIC 9(08)   value 0.
               01  WS-Report-Date   PIC 9(08)   value 0.
               01  WS-Lookback-Days   PIC 9(03)   value 30.
               01  WS-Window-Start   PIC 9(08)   value 0.
               01  WS-Age-Days   PIC S9(05)   value 0.

               01  WS-Sent-Count   PIC 9(05)   COMP value 0.
               01  WS-Sent-Records   PIC 9(09)   value 0.
               01  WS-Sent-Dollars   PIC S9(13)V99 value 0.
               01  WS-Pending-Count   PIC 9(05)   COMP value 0.
               01  WS-Rejected-Count   PIC 9(05)   COMP value 0.
               01  WS-Mismatch-Count   PIC 9(05)   COMP value 0.

               01  ExcHeading2.
               05   PIC X(17)   value spaces.
               05   PIC X(40)   value
                   "Outbound Interface Register for".
                   05  EH-Report-Date                   PIC 9(4)/99/99.

               01  SentTitleLine.
               05   PIC X(40)   value
                   "Files sent on the report date".

               01  SentColumnHeadings.
               05   PIC X(10)   value "Interface".
               05   PIC X(04)   value "Run".
               05   PIC X(10)   value "Time".
               05   PIC X(21)   value "File".
               05   PIC X(21)   value "Recipient".
               05   PIC X(13)   value "Program".
               05   PIC X(08)   value "Records".
               05   PIC X(16)   value "     Hash Total".
               05   PIC X(17)   value "        Dollars".
               05   PIC X(03)   value "Ack".

               01  SentDetailLine.
                   05  SD-Interface-Id                     PIC X(08).
               05   PIC X(02)   value spaces.
                   05  SD-Run-Sequence                     PIC Z9.
               05   PIC X(02)   value spaces.
                   05  SD-Run-Time                         PIC 99B99B99.
               05   PIC X(02)   value spaces.
                   05  SD-File-Name                        PIC X(20).
               05   PIC X(01)   value spaces.
                   05  SD-Recipient                        PIC X(20).
               05   PIC X(01)   value spaces.
                   05  SD-Program                          PIC X(12).
               05   PIC X(01)   value spaces.
                   05  SD-Record-Count                     PIC Z(6)9.
               05   PIC X(01)   value spaces.
                   05  SD-Hash-Total                    PIC Z(14)9.
               05   PIC X(01)   value spaces.
                   05  SD-Dollar-Total                 PIC Z(10)9.99-.
               05   PIC X(02)   value spaces.
                   05  SD-Ack-Status                       PIC X(01).

               01  SentTotalLine.
               05   PIC X(13)   value "Files sent: ".
                   05  ST-Sent-Count                       PIC ZZZZ9.
               05   PIC X(04)   value spaces.
               05   PIC X(09)   value "Records: ".
                   05  ST-Sent-Records                  PIC ZZZ,ZZZ,ZZ9.
               05   PIC X(04)   value spaces.
               05   PIC X(09)   value "Dollars: ".
                   05  ST-Sent-Dollars  PIC $ZZ,ZZZ,ZZZ,ZZ9.99-.

               01  OpenTitleLine.
               05   PIC X(36)   value
                   "Unacknowledged and rejected files".
               05   PIC X(06)   value "since ".
                   05  OT-Window-Start                  PIC 9(4)/99/99.

               01  OpenColumnHeadings.
               05   PIC X(10)   value "Interface".
               05   PIC X(12)   value "Run Date".
               05   PIC X(04)   value "Run".
               05   PIC X(21)   value "Recipient".
               05   PIC X(08)   value "Records".
               05   PIC X(17)   value "        Dollars".
               05   PIC X(04)   value "Ack".
               05   PIC X(06)   value " Days".
               05   PIC X(40)   value "Exception".

               01  OpenDetailLine.
                   05  OD-Interface-Id                     PIC X(08).
               05   PIC X(02)   value spaces.
                   05  OD-Run-Date                      PIC 9(4)/99/99.
               05   PIC X(02)   value spaces.
                   05  OD-Run-Sequence                     PIC Z9.
               05   PIC X(02)   value spaces.
                   05  OD-Recipient                        PIC X(20).
               05   PIC X(01)   value spaces.
                   05  OD-Record-Count                     PIC Z(6)9.
               05   PIC X(01)   value spaces.
                   05  OD-Dollar-Total                 PIC Z(10)9.99-.
               05   PIC X(02)   value spaces.
                   05  OD-Ack-Status                       PIC X(01).
               05   PIC X(02)   value spaces.
                   05  OD-Age-Days                         PIC ZZZ9.
               05   PIC X(02)   value spaces.
                   05  OD-Exception                        PIC X(45).

               01  OpenTotalLine.
               05   PIC X(20)   value "Never acknowledged: ".
                   05  OT-Pending-Count                    PIC ZZZZ9.
               05   PIC X(04)   value spaces.
               05   PIC X(10)   value "Rejected: ".
                   05  OT-Rejected-Count                   PIC ZZZZ9.
               05   PIC X(04)   value spaces.
               05   PIC X(15)   value "Totals differ: ".
                   05  OT-Mismatch-Count                   PIC ZZZZ9.

               01  NoneLine.
               05   PIC X(20)   value "    None.".

       Procedure Division.
           Initilization.
               PERFORM 600-FormatDate
               PERFORM 700-FormatTime
               PERFORM 050-Select-Run-Options
               PERFORM 100-Open-Files
               IF WS-Files-Ready
                   PERFORM 300-Write-Heading
                   PERFORM 400-List-Sent-Files
                   PERFORM 420-List-Open-Files
               END-IF
               PERFORM 500-Close-Files.
               IF WS-Open-Failed
                   MOVE 16 TO RETURN-CODE
               ELSE
                   IF WS-Pending-Count > 0 OR WS-Rejected-Count > 0
                           OR WS-Mismatch-Count > 0
                       MOVE 4 TO RETURN-CODE
                   END-IF
               END-IF
               STOP RUN.

           050-Select-Run-Options.
               ACCEPT WS-Command-Line-Param FROM COMMAND-LINE
               MOVE WS-Today TO WS-Report-Date
               IF WS-Command-Line-Param(1:8) IS NUMERIC
                   MOVE WS-Command-Line-Param(1:8) TO WS-Report-Date
               END-IF
               IF WS-Command-Line-Param(10:3) IS NUMERIC
                   MOVE WS-Command-Line-Param(10:3) TO WS-Lookback-Days
               END-IF
               COMPUTE WS-Window-Start = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE(WS-Report-Date)
                       - WS-Lookback-Days)
               MOVE WS-Report-Date TO EH-Report-Date
               MOVE WS-Window-Start TO OT-Window-Start
               DISPLAY "IFACEEXC: report date " WS-Report-Date
                   " looking back " WS-Lookback-Days " days".

      *****************************************************************
      * A register that has never been written just means nothing has *
      * gone out yet; both parts of the report say None.              *
      *****************************************************************
           100-Open-Files.
               OPEN OUTPUT IfaceExceptionReportFile
               CALL "Validations" USING IfaceExcRpt-Status, "IFACEEXC"
               IF IfaceExcRpt-Status NOT = "00"
                   SET WS-Open-Failed TO TRUE
               END-IF
               OPEN INPUT IfaceRegFile
               IF WS-IfaceReg-Status = "00"
                   SET WS-IfaceReg-Ready TO TRUE
               END-IF.

           200-Start-Register.
               SET WS-Not-Eof TO TRUE
               IF WS-IfaceReg-Ready
                   MOVE LOW-VALUES TO IF-Key
                   START IfaceRegFile KEY IS GREATER THAN IF-Key
                       INVALID KEY
                           SET WS-Eof TO TRUE
                   END-START
               ELSE
                   SET WS-Eof TO TRUE
               END-IF
               PERFORM 210-Read-Register.

           210-Read-Register.
               IF WS-Not-Eof
                   READ IfaceRegFile NEXT RECORD
                       AT END
                           SET WS-Eof TO TRUE
                   END-READ
               END-IF.

           300-Write-Heading.
               MOVE "Interface Register" TO HeaderReportTitle
               MOVE SPACES TO IfaceExcPrintLine
               WRITE IfaceExcPrintLine FROM HeaderMain
                   AFTER ADVANCING PAGE
               WRITE IfaceExcPrintLine FROM ExcHeading2
                   AFTER ADVANCING 1
               WRITE IfaceExcPrintLine FROM HeaderMain3
                   AFTER ADVANCING 2.

           400-List-Sent-Files.
               MOVE SPACES TO IfaceExcPrintLine
               WRITE IfaceExcPrintLine FROM SentTitleLine
                   AFTER ADVANCING 2
               WRITE IfaceExcPrintLine FROM SentColumnHeadings
                   AFTER ADVANCING 2
               PERFORM 200-Start-Register
               PERFORM 410-List-One-Sent-File
                   UNTIL WS-Eof
               IF WS-Sent-Count = 0
                   WRITE IfaceExcPrintLine FROM NoneLine
                       AFTER ADVANCING 1
               END-IF
               MOVE WS-Sent-Count TO ST-Sent-Count
               MOVE WS-Sent-Records TO ST-Sent-Records
               MOVE WS-Sent-Dollars TO ST-Sent-Dollars
               MOVE SPACES TO IfaceExcPrintLine
               WRITE IfaceExcPrintLine FROM SentTotalLine
                   AFTER ADVANCING 2.

           410-List-One-Sent-File.
               IF IF-Run-Date = WS-Report-Date
                   MOVE IF-Interface-Id TO SD-Interface-Id
                   MOVE IF-Run-Sequence TO SD-Run-Sequence
                   MOVE IF-Run-Time TO SD-Run-Time
                   MOVE IF-File-Name TO SD-File-Name
                   MOVE IF-Recipient TO SD-Recipient
                   MOVE IF-Program TO SD-Program
                   MOVE IF-Record-Count TO SD-Record-Count
                   MOVE IF-Hash-Total TO SD-Hash-Total
                   MOVE IF-Dollar-Total TO SD-Dollar-Total
                   MOVE IF-Ack-Status TO SD-Ack-Status
                   MOVE SPACES TO IfaceExcPrintLine
                   WRITE IfaceExcPrintLine FROM SentDetailLine
                       AFTER ADVANCING 1
                   ADD 1 TO WS-Sent-Count
                   ADD IF-Record-Count TO WS-Sent-Records
                   ADD IF-Dollar-Total TO WS-Sent-Dollars
               END-IF
               PERFORM 210-Read-Register.

           420-List-Open-Files.
               MOVE SPACES TO IfaceExcPrintLine
               WRITE IfaceExcPrintLine FROM OpenTitleLine
                   AFTER ADVANCING 3
               WRITE IfaceExcPrintLine FROM OpenColumnHeadings
                   AFTER ADVANCING 2
               PERFORM 200-Start-Register
               PERFORM 430-List-One-Open-File
                   UNTIL WS-Eof
               IF WS-Pending-Count = 0 AND WS-Rejected-Count = 0
                       AND WS-Mismatch-Count = 0
                   MOVE SPACES TO IfaceExcPrintLine
                   WRITE IfaceExcPrintLine FROM NoneLine
                       AFTER ADVANCING 1
               END-IF
               MOVE WS-Pending-Count TO OT-Pending-Count
               MOVE WS-Rejected-Count TO OT-Rejected-Count
               MOVE WS-Mismatch-Count TO OT-Mismatch-Count
               MOVE SPACES TO IfaceExcPrintLine
               WRITE IfaceExcPrintLine FROM OpenTotalLine
                   AFTER ADVANCING 2
               DISPLAY "IFACEEXC: sent " WS-Sent-Count
                   " never acknowledged " WS-Pending-Count
                   " rejected " WS-Rejected-Count
                   " totals differ " WS-Mismatch-Count.

           430-List-One-Open-File.
               MOVE SPACES TO OD-Exception
               IF IF-Run-Date NOT < WS-Window-Start
                       AND IF-Run-Date NOT > WS-Report-Date
                   EVALUATE TRUE
                       WHEN IF-Ack-Pending
                               AND IF-Run-Date < WS-Report-Date
                           MOVE "Never acknowledged" TO OD-Exception
                           ADD 1 TO WS-Pending-Count
                       WHEN IF-Ack-Rejected
                           STRING "Rejected: " IF-Ack-Reason
                               DELIMITED BY SIZE INTO OD-Exception
                           END-STRING
                           ADD 1 TO WS-Rejected-Count
                       WHEN IF-Ack-Mismatched
                           MOVE "Accepted - counts/totals differ"
                               TO OD-Exception
                           ADD 1 TO WS-Mismatch-Count
                   END-EVALUATE
               END-IF
               IF OD-Exception NOT = SPACES
                   COMPUTE WS-Age-Days =
                       FUNCTION INTEGER-OF-DATE(WS-Report-Date)
                       - FUNCTION INTEGER-OF-DATE(IF-Run-Date)
                   MOVE IF-Interface-Id TO OD-Interface-Id
                   MOVE IF-Run-Date TO OD-Run-Date
                   MOVE IF-Run-Sequence TO OD-Run-Sequence
                   MOVE IF-Recipient TO OD-Recipient
                   MOVE IF-Record-Count TO OD-Record-Count
                   MOVE IF-Dollar-Total TO OD-Dollar-Total
                   MOVE IF-Ack-Status TO OD-Ack-Status
                   MOVE WS-Age-Days TO OD-Age-Days
                   MOVE SPACES TO IfaceExcPrintLine
                   WRITE IfaceExcPrintLine FROM OpenDetailLine
                       AFTER ADVANCING 1
               END-IF
               PERFORM 210-Read-Register.

           500-Close-Files.
               CLOSE IfaceExceptionReportFile
               IF WS-IfaceReg-Ready
                   CLOSE IfaceRegFile
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

               End Program IfaceExceptionReport.
