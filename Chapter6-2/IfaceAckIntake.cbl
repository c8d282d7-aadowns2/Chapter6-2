       Identification Division.
           Program-ID. IfaceAckIntake.
               Author. Anthony Downs.
               Installation.
               Date-Written. October 15, 2026.
               Date-Compiled.
               Security.

      * Applies recipient acknowledgments and rejections to the
      * outbound interface register (IfaceRegFile), which every
      * outbound-file program writes through IfaceRegister.  Each
      * IfaceAckFile record names the register entry it answers by
      * interface id, run date and run number (zero run number means
      * the last run of that interface on that date) and says whether
      * the recipient accepted (A) or rejected (R) the file, with the
      * record count, hash total and dollar total the recipient took
      * in and the recipient's reason for a rejection.
      *     accepted - the entry is marked A, unless the recipient's
      *                counts or totals differ from what was sent, in
      *                which case it is marked M so it is reviewed
      *                like a rejection (a zero count, hash or dollar
      *                total on the acknowledgment is not compared)
      *     rejected - the entry is marked R with the reason
      * The acknowledgment date, counts and reason are kept on the
      * entry.  A later acknowledgment for the same file replaces the
      * earlier one, and the report shows the status it replaced.  An
      * acknowledgment that matches no register entry, or has an
      * unknown type, changes nothing and is listed.  Every
      * acknowledgment is printed on the intake report; return code 4
      * means something other than a clean acceptance was listed.
       Environment Division.
           Configuration Section.
               Special-Names.

           Input-Output Section.
               File-Control.
                   Select IfaceAckFile assign to IfaceAck
                       Organization is Line Sequential
                       File Status is WS-IfaceAck-Status.

                   Select IfaceRegFile assign to IfaceReg
                       Organization is Indexed
                       Access Mode is Dynamic
                       Record Key is IF-Key
                       File Status is WS-IfaceReg-Status.

                   Select IfaceAckReportFile assign to IfaceAckRpt
                       Organization is Line Sequential
                       File Status is IfaceAckRpt-Status.

               I-O-Control.

       Data Division.
           File Section.
               FD  IfaceAckFile
                   Record Contains 92 characters.
                   01  IfaceAckRecord.
                       05  AK-Interface-Id                  PIC X(08).
                       05  AK-Run-Date                      PIC 9(08).
                       05  AK-Run-Sequence                  PIC 9(02).
                       05  AK-Ack-Type                      PIC X(01).
                           88  AK-Accepted                  value "A".
                           88  AK-Rejected                  value "R".
                       05  AK-Ack-Date                      PIC 9(08).
                       05  AK-Record-Count                   PIC 9(07).
                       05  AK-Hash-Total                    PIC 9(15).
                       05  AK-Dollar-Total               PIC 9(11)V99.
                       05  AK-Reason                        PIC X(30).

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

               FD  IfaceAckReportFile
                   Record Contains 132 characters.
                   01  IfaceAckPrintLine                   PIC X(132).

           Working-Storage Section.
               COPY "Misc.cpy".
              COPY "WS_Date.cpy" REPLACING LEADING ==Prefix== BY ==LK==.
               COPY "HeaderMain.cpy".

               01  WS-IfaceAck-Status                  PIC X(02).
               01  WS-IfaceReg-Status                  PIC X(02).
               01  IfaceAckRpt-Status                  PIC X(02).

               01  WS-Open-Switch   PIC X(01)   value "Y".
                   88  WS-Files-Ready                       value "Y".
                   88  WS-Open-Failed                        value "N".

               01  WS-Entry-Switch   PIC X(01)   value "N".
                   88  WS-Entry-Found                       value "Y".
                   88  WS-Entry-Not-Found                   value "N".

               01  WS-Today   PIC 9(08)   value 0.
               01  WS-Prior-Status   PIC X(01)   value spaces.
               01  WS-Accepted-Count   PIC 9(05)   COMP value 0.
               01  WS-Rejected-Count   PIC 9(05)   COMP value 0.
               01  WS-Mismatch-Count   PIC 9(05)   COMP value 0.
               01  WS-NotFound-Count   PIC 9(05)   COMP value 0.
               01  WS-Invalid-Count   PIC 9(05)   COMP value 0.

               01  AckHeading2.
               05   PIC X(17)   value spaces.
               05   PIC X(40)   value
                   "Interface Acknowledgment Intake Report".

               01  AckColumnHeadings.
               05   PIC X(10)   value "Interface".
               05   PIC X(12)   value "Run Date".
               05   PIC X(05)   value "Run".
               05   PIC X(21)   value "Recipient".
               05   PIC X(04)   value "Ack".
               05   PIC X(09)   value "  Records".
               05   PIC X(17)   value "        Dollars".
               05   PIC X(05)   value "Was".
               05   PIC X(40)   value "Disposition".

               01  AckDetailLine.
                   05  AD-Interface-Id                     PIC X(08).
               05   PIC X(02)   value spaces.
                   05  AD-Run-Date                      PIC 9(4)/99/99.
               05   PIC X(02)   value spaces.
                   05  AD-Run-Sequence                     PIC Z9.
               05   PIC X(03)   value spaces.
                   05  AD-Recipient                        PIC X(20).
               05   PIC X(01)   value spaces.
                   05  AD-Ack-Type                         PIC X(01).
               05   PIC X(03)   value spaces.
                   05  AD-Record-Count                     PIC Z(6)9.
               05   PIC X(02)   value spaces.
                   05  AD-Dollar-Total                 PIC Z(10)9.99-.
               05   PIC X(02)   value spaces.
                   05  AD-Prior-Status                     PIC X(01).
               05   PIC X(04)   value spaces.
                   05  AD-Disposition                      PIC X(45).

               01  AckDifferenceLine.
               05   PIC X(22)   value spaces.
               05   PIC X(11)   value "Sent:     ".
                   05  AF-Sent-Count                       PIC Z(6)9.
               05   PIC X(02)   value spaces.
                   05  AF-Sent-Hash                     PIC Z(14)9.
               05   PIC X(02)   value spaces.
                   05  AF-Sent-Dollar                  PIC Z(10)9.99-.
               05   PIC X(04)   value spaces.
               05   PIC X(11)   value "Received: ".
                   05  AF-Ack-Count                        PIC Z(6)9.
               05   PIC X(02)   value spaces.
                   05  AF-Ack-Hash                      PIC Z(14)9.
               05   PIC X(02)   value spaces.
                   05  AF-Ack-Dollar                   PIC Z(10)9.99-.

               01  AckTotalLine.
               05   PIC X(10)   value "Accepted: ".
                   05  AT-Accepted-Count                   PIC ZZZZ9.
               05   PIC X(03)   value spaces.
               05   PIC X(10)   value "Rejected: ".
                   05  AT-Rejected-Count                   PIC ZZZZ9.
               05   PIC X(03)   value spaces.
               05   PIC X(18)   value "Totals differ:    ".
                   05  AT-Mismatch-Count                   PIC ZZZZ9.
               05   PIC X(03)   value spaces.
               05   PIC X(14)   value "Not on file:  ".
                   05  AT-NotFound-Count                   PIC ZZZZ9.
               05   PIC X(03)   value spaces.
               05   PIC X(14)   value "Unknown type: ".
                   05  AT-Invalid-Count                    PIC ZZZZ9.

       Procedure Division.
           Initilization.
               PERFORM 100-Open-Files
               IF WS-Files-Ready
                   PERFORM 600-FormatDate
                   PERFORM 700-FormatTime
                   PERFORM 300-Write-Heading
                   PERFORM 200-Read-Records
                   PERFORM 400-Apply-One-Ack
                       UNTIL WS-Eof
                   PERFORM 450-Write-Total
               END-IF
               PERFORM 500-Close-Files.
               IF WS-Open-Failed
                   MOVE 16 TO RETURN-CODE
               ELSE
                   IF WS-Rejected-Count > 0 OR WS-Mismatch-Count > 0
                           OR WS-NotFound-Count > 0
                           OR WS-Invalid-Count > 0
                       MOVE 4 TO RETURN-CODE
                   END-IF
               END-IF
               STOP RUN.

           100-Open-Files.
               OPEN INPUT IfaceAckFile
               CALL "Validations" USING WS-IfaceAck-Status,
                   "IFACEACK"
               OPEN I-O IfaceRegFile
               CALL "Validations" USING WS-IfaceReg-Status,
                   "IFACEACK"
               OPEN OUTPUT IfaceAckReportFile
               CALL "Validations" USING IfaceAckRpt-Status, "IFACEACK"
               IF WS-IfaceAck-Status NOT = "00"
                       OR WS-IfaceReg-Status NOT = "00"
                       OR IfaceAckRpt-Status NOT = "00"
                   SET WS-Open-Failed TO TRUE
               END-IF.

           200-Read-Records.
               READ IfaceAckFile
                   AT END
                       SET WS-Eof TO TRUE
               END-READ.

           300-Write-Heading.
               MOVE "Interface Acks" TO HeaderReportTitle
               MOVE SPACES TO IfaceAckPrintLine
               WRITE IfaceAckPrintLine FROM HeaderMain
                   AFTER ADVANCING PAGE
               WRITE IfaceAckPrintLine FROM AckHeading2
                   AFTER ADVANCING 1
               WRITE IfaceAckPrintLine FROM HeaderMain3
                   AFTER ADVANCING 2
               WRITE IfaceAckPrintLine FROM AckColumnHeadings
                   AFTER ADVANCING 2.

           400-Apply-One-Ack.
               MOVE FUNCTION UPPER-CASE(AK-Interface-Id)
                   TO AK-Interface-Id
               MOVE FUNCTION UPPER-CASE(AK-Ack-Type) TO AK-Ack-Type
               IF AK-Ack-Date NOT NUMERIC OR AK-Ack-Date = 0
                   MOVE WS-Today TO AK-Ack-Date
               END-IF
               IF AK-Record-Count NOT NUMERIC
                   MOVE 0 TO AK-Record-Count
               END-IF
               IF AK-Hash-Total NOT NUMERIC
                   MOVE 0 TO AK-Hash-Total
               END-IF
               IF AK-Dollar-Total NOT NUMERIC
                   MOVE 0 TO AK-Dollar-Total
               END-IF
               SET WS-Entry-Not-Found TO TRUE
               MOVE SPACES TO AckDetailLine
               MOVE AK-Interface-Id TO AD-Interface-Id
               MOVE AK-Run-Date TO AD-Run-Date
               MOVE AK-Run-Sequence TO AD-Run-Sequence
               MOVE AK-Ack-Type TO AD-Ack-Type
               MOVE AK-Record-Count TO AD-Record-Count
               MOVE AK-Dollar-Total TO AD-Dollar-Total
               IF AK-Accepted OR AK-Rejected
                   PERFORM 410-Find-Register-Entry
                   IF WS-Entry-Found
                       PERFORM 420-Record-Ack
                   ELSE
                       ADD 1 TO WS-NotFound-Count
                       MOVE "No such file on the interface register"
                           TO AD-Disposition
                   END-IF
               ELSE
                   ADD 1 TO WS-Invalid-Count
                   MOVE "Unknown acknowledgment type - ignored"
                       TO AD-Disposition
               END-IF
               MOVE SPACES TO IfaceAckPrintLine
               WRITE IfaceAckPrintLine FROM AckDetailLine
                   AFTER ADVANCING 1
               IF WS-Entry-Found AND IF-Ack-Mismatched
                   PERFORM 430-Write-Difference
               END-IF
               PERFORM 200-Read-Records.

      *****************************************************************
      * A zero run number answers the last run of the interface on    *
      * that date.                                                    *
      *****************************************************************
           410-Find-Register-Entry.
               SET WS-Entry-Not-Found TO TRUE
               MOVE AK-Interface-Id TO IF-Interface-Id
               MOVE AK-Run-Date TO IF-Run-Date
               IF AK-Run-Sequence NOT NUMERIC
                   MOVE 0 TO AK-Run-Sequence
               END-IF
               IF AK-Run-Sequence = 0
                   MOVE 99 TO IF-Run-Sequence
                   START IfaceRegFile
                           KEY IS LESS THAN OR EQUAL IF-Key
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           READ IfaceRegFile NEXT RECORD
                               AT END
                                   CONTINUE
                               NOT AT END
                                   IF IF-Interface-Id = AK-Interface-Id
                                       AND IF-Run-Date = AK-Run-Date
                                       SET WS-Entry-Found TO TRUE
                                   END-IF
                           END-READ
                   END-START
               ELSE
                   MOVE AK-Run-Sequence TO IF-Run-Sequence
                   READ IfaceRegFile
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           SET WS-Entry-Found TO TRUE
                   END-READ
               END-IF
               IF WS-Entry-Found
                   MOVE IF-Run-Sequence TO AD-Run-Sequence
                   MOVE IF-Recipient TO AD-Recipient
               END-IF.

           420-Record-Ack.
               MOVE IF-Ack-Status TO WS-Prior-Status
               MOVE AK-Ack-Date TO IF-Ack-Date
               MOVE AK-Record-Count TO IF-Ack-Count
               MOVE AK-Hash-Total TO IF-Ack-Hash
               MOVE AK-Dollar-Total TO IF-Ack-Dollar
               MOVE SPACES TO IF-Ack-Reason
               IF AK-Rejected
                   SET IF-Ack-Rejected TO TRUE
                   MOVE AK-Reason TO IF-Ack-Reason
                   ADD 1 TO WS-Rejected-Count
                   MOVE SPACES TO AD-Disposition
                   STRING "Rejected: " AK-Reason
                       DELIMITED BY SIZE INTO AD-Disposition
                   END-STRING
               ELSE
                   PERFORM 425-Compare-Totals
               END-IF
               REWRITE IfaceRegRecord
                   INVALID KEY
                       MOVE "Register rewrite failed - no change"
                           TO AD-Disposition
                   NOT INVALID KEY
                       IF WS-Prior-Status NOT = "P"
                           MOVE WS-Prior-Status TO AD-Prior-Status
                       END-IF
               END-REWRITE.

           425-Compare-Totals.
               SET IF-Ack-Accepted TO TRUE
               IF AK-Record-Count NOT = 0
                       AND AK-Record-Count NOT = IF-Record-Count
                   SET IF-Ack-Mismatched TO TRUE
               END-IF
               IF AK-Hash-Total NOT = 0
                       AND AK-Hash-Total NOT = IF-Hash-Total
                   SET IF-Ack-Mismatched TO TRUE
               END-IF
               IF AK-Dollar-Total NOT = 0
                       AND AK-Dollar-Total NOT = IF-Dollar-Total
                   SET IF-Ack-Mismatched TO TRUE
               END-IF
               IF IF-Ack-Mismatched
                   MOVE "Counts/totals differ from register"
                       TO IF-Ack-Reason
                   MOVE "Accepted - counts/totals differ"
                       TO AD-Disposition
                   ADD 1 TO WS-Mismatch-Count
               ELSE
                   MOVE "Accepted" TO AD-Disposition
                   ADD 1 TO WS-Accepted-Count
               END-IF.

           430-Write-Difference.
               MOVE IF-Record-Count TO AF-Sent-Count
               MOVE IF-Hash-Total TO AF-Sent-Hash
               MOVE IF-Dollar-Total TO AF-Sent-Dollar
               MOVE IF-Ack-Count TO AF-Ack-Count
               MOVE IF-Ack-Hash TO AF-Ack-Hash
               MOVE IF-Ack-Dollar TO AF-Ack-Dollar
               MOVE SPACES TO IfaceAckPrintLine
               WRITE IfaceAckPrintLine FROM AckDifferenceLine
                   AFTER ADVANCING 1.

           450-Write-Total.
               MOVE WS-Accepted-Count TO AT-Accepted-Count
               MOVE WS-Rejected-Count TO AT-Rejected-Count
               MOVE WS-Mismatch-Count TO AT-Mismatch-Count
               MOVE WS-NotFound-Count TO AT-NotFound-Count
               MOVE WS-Invalid-Count TO AT-Invalid-Count
               MOVE SPACES TO IfaceAckPrintLine
               WRITE IfaceAckPrintLine FROM AckTotalLine
                   AFTER ADVANCING 2
               DISPLAY "IFACEACK: accepted " WS-Accepted-Count
                   " rejected " WS-Rejected-Count
                   " totals differ " WS-Mismatch-Count
                   " not on file " WS-NotFound-Count.

           500-Close-Files.
               CLOSE IfaceAckFile
               CLOSE IfaceRegFile
               CLOSE IfaceAckReportFile.

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

               End Program IfaceAckIntake.
