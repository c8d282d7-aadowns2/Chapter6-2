       Identification Division.
           Program-ID. CustomerMaint.
               Author. Anthony Downs.
               Installation.
               Date-Written. October 15, 2026.
               Date-Compiled.
               Security.

      * Customer master maintenance.  Customers are added to and
      * changed on CustomerMasterFile through the maintenance screen,
      * the same way territory/office entries are kept in Chapter6-2.
      * Action A adds a customer: the last name is required and the
      * credit limit must be greater than zero.  Action C changes a
      * customer: only the fields keyed in replace what is on file,
      * so a blank field leaves the current value alone.  The running
      * balance and the statement fields are never keyed here; they
      * belong to CustomerReport and CustomerStatement.  A blank
      * customer number ends the session.
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

           Working-Storage Section.
               COPY "Misc.cpy".
              COPY "WS_Date.cpy" REPLACING LEADING ==Prefix== BY ==LK==.
               Copy "ScreenColors.cpy".

               01  CustMast-Status                     PIC X(02).

               01  WS-Open-Switch   PIC X(01)   value "Y".
                   88  WS-Files-Ready                       value "Y".
                   88  WS-Open-Failed                        value "N".

               01  WS-Entry-Switch   PIC X(01)   value "N".
                   88  WS-Entry-Done                        value "Y".
                   88  WS-Entry-Continue                    value "N".

               01  WS-Entry-Valid-Switch   PIC X(01)   value "Y".
                   88  WS-Entry-Valid                       value "Y".
                   88  WS-Entry-Invalid                     value "N".

               01  WS-Reject-Reason   PIC X(40)   value spaces.
               01  WS-Today   PIC 9(08)   value 0.
               01  WS-Added-Count   PIC 9(05)   value 0.
               01  WS-Changed-Count   PIC 9(05)   value 0.

               01  WS-Customer-Action   PIC X(01)   value spaces.
                   88  Customer-Add-Requested                value "A".
                   88  Customer-Change-Requested             value "C".

               01  WS-Customer-Save                     PIC X(200).
               01  WS-Customer-Save-R redefines WS-Customer-Save.
                   05  CE-Customer-Number               PIC X(06).
                   05  CE-First-Name                    PIC X(15).
                   05  CE-Middle-Initial                PIC X(01).
                   05  CE-Last-Name                     PIC X(20).
                   05  CE-Address-Line1                 PIC X(30).
                   05  CE-Address-Line2                 PIC X(30).
                   05  CE-City                          PIC X(20).
                   05  CE-State                         PIC X(02).
                   05  CE-Zip                           PIC X(10).
                   05  CE-Credit-Limit                  PIC X(09).
                   05                                   PIC X(57).

           Screen Section.
               01  ErrorScreen.
                   05  Blank Screen
                       Foreground-color White
                       Background-color Red.
                   05  Line 4 Column 12 value "Entry Rejected: ".
                   05  Line 4 Column 29 PIC X(40) FROM WS-Reject-Reason.
               01  CustomerMaintScreen.
                   05  Blank Screen
                       Foreground-color Blue
                       Background-color Cyan.
                   05  Line 4 Column 10 value
                       "Customer Master Maintenance".
                   05  Input-Prompt.
                       10  Line 8 Column 10 value "Customer Number: ".
                       10  Line 9 Column 10 value "First Name: ".
                       10  Line 10 Column 10 value "Middle Initial: ".
                       10  Line 11 Column 10 value "Last Name: ".
                       10  Line 12 Column 10 value "Address Line 1: ".
                       10  Line 13 Column 10 value "Address Line 2: ".
                       10  Line 14 Column 10 value "City: ".
                       10  Line 15 Column 10 value "State: ".
                       10  Line 16 Column 10 value "Zip Code: ".
                       10  Line 17 Column 10 value "Credit Limit: ".
                       10  Line 18 Column 10 value
                           "Action (A=Add/C=Change): ".
                   05  Input-Answers
                       Auto.
                       10  Line 8 Column 45 PIC X(6) TO
                           CU-Customer-Number.
                       10  Line 9 Column 45 PIC X(15) TO
                           CU-First-Name.
                       10  Line 10 Column 45 PIC X(1) TO
                           CU-Middle-Initial.
                       10  Line 11 Column 45 PIC X(20) TO
                           CU-Last-Name.
                       10  Line 12 Column 45 PIC X(30) TO
                           CU-Address-Line1.
                       10  Line 13 Column 45 PIC X(30) TO
                           CU-Address-Line2.
                       10  Line 14 Column 45 PIC X(20) TO
                           CU-City.
                       10  Line 15 Column 45 PIC X(2) TO
                           CU-State.
                       10  Line 16 Column 45 PIC X(10) TO
                           CU-Zip.
                       10  Line 17 Column 45 PIC 9(7)V99 TO
                           CU-Credit-Limit.
                       10  Line 18 Column 45 PIC X(1) TO
                           WS-Customer-Action.

       Procedure Division.
           Initilization.
               PERFORM 600-FormatDate
               PERFORM 100-Open-Files
               IF WS-Files-Ready
                   PERFORM 163-Accept-Customer-Entries
                       UNTIL WS-Entry-Done
               END-IF
               PERFORM 500-Close-Files.
               IF WS-Open-Failed
                   MOVE 16 TO RETURN-CODE
               END-IF
               STOP RUN.

           100-Open-Files.
               OPEN I-O CustomerMasterFile
               CALL "Validations" USING CustMast-Status, "CUSTOMERMNT"
               IF CustMast-Status = "35"
                   OPEN OUTPUT CustomerMasterFile
                   CLOSE CustomerMasterFile
                   OPEN I-O CustomerMasterFile
                   CALL "Validations" USING CustMast-Status,
                       "CUSTOMERMNT"
               END-IF
               IF CustMast-Status NOT = "00"
                   SET WS-Open-Failed TO TRUE
               END-IF.

      *****************************************************************
      * One screen per customer.  A blank customer number, or an      *
      * escape from the screen, ends the session.                     *
      *****************************************************************
           163-Accept-Customer-Entries.
               MOVE SPACES TO CustomerMasterRecord
               MOVE SPACES TO WS-Customer-Action
               SET WS-Entry-Valid TO TRUE
               DISPLAY CustomerMaintScreen
               ACCEPT CustomerMaintScreen
                   ON EXCEPTION
                       SET WS-Entry-Done TO TRUE
               END-ACCEPT
               IF NOT WS-Entry-Done
                   IF CU-Customer-Number = SPACES
                       SET WS-Entry-Done TO TRUE
                   ELSE
                       PERFORM 164-Process-Customer-Entry
                       IF WS-Entry-Invalid
                           DISPLAY ErrorScreen
                       END-IF
                   END-IF
               END-IF.

           164-Process-Customer-Entry.
               EVALUATE TRUE
                   WHEN Customer-Add-Requested
                       PERFORM 166-Add-Customer-Entry
                   WHEN Customer-Change-Requested
                       PERFORM 168-Change-Customer-Entry
                   WHEN OTHER
                       SET WS-Entry-Invalid TO TRUE
                       MOVE "Action must be A or C"
                           TO WS-Reject-Reason
               END-EVALUATE.

      *****************************************************************
      * A new customer starts with no balance and no statement; the   *
      * first statement run opens from zero.                          *
      *****************************************************************
           166-Add-Customer-Entry.
               IF CU-Credit-Limit NOT NUMERIC
                   MOVE 0 TO CU-Credit-Limit
               END-IF
               EVALUATE TRUE
                   WHEN CU-Last-Name = SPACES
                       SET WS-Entry-Invalid TO TRUE
                       MOVE "Last name is required"
                           TO WS-Reject-Reason
                   WHEN CU-Credit-Limit = 0
                       SET WS-Entry-Invalid TO TRUE
                       MOVE "Credit limit must be greater than zero"
                           TO WS-Reject-Reason
               END-EVALUATE
               IF WS-Entry-Valid
                   MOVE 0 TO CU-Balance
                   MOVE 0 TO CU-Stmt-Balance
                   MOVE 0 TO CU-Last-Posting-Seq
                   MOVE 0 TO CU-Stmt-Posting-Seq
                   MOVE 0 TO CU-Last-Stmt-Month
                   MOVE WS-Today TO CU-Date-Opened
                   MOVE WS-Today TO CU-Last-Updated
                   WRITE CustomerMasterRecord
                       INVALID KEY
                           SET WS-Entry-Invalid TO TRUE
                           MOVE "Customer number already on file"
                               TO WS-Reject-Reason
                       NOT INVALID KEY
                           ADD 1 TO WS-Added-Count
                   END-WRITE
               END-IF.

           168-Change-Customer-Entry.
               MOVE CustomerMasterRecord TO WS-Customer-Save
               READ CustomerMasterFile
                   INVALID KEY
                       SET WS-Entry-Invalid TO TRUE
                       MOVE "Customer number not on file"
                           TO WS-Reject-Reason
                   NOT INVALID KEY
                       PERFORM 172-Overlay-Customer-Entry
                       MOVE WS-Today TO CU-Last-Updated
                       REWRITE CustomerMasterRecord
                           INVALID KEY
                               SET WS-Entry-Invalid TO TRUE
                               MOVE "Unable to rewrite customer"
                                   TO WS-Reject-Reason
                           NOT INVALID KEY
                               ADD 1 TO WS-Changed-Count
                       END-REWRITE
               END-READ.

           172-Overlay-Customer-Entry.
               IF CE-First-Name NOT = SPACES
                   MOVE CE-First-Name TO CU-First-Name
               END-IF
               IF CE-Middle-Initial NOT = SPACES
                   MOVE CE-Middle-Initial TO CU-Middle-Initial
               END-IF
               IF CE-Last-Name NOT = SPACES
                   MOVE CE-Last-Name TO CU-Last-Name
               END-IF
               IF CE-Address-Line1 NOT = SPACES
                   MOVE CE-Address-Line1 TO CU-Address-Line1
               END-IF
               IF CE-Address-Line2 NOT = SPACES
                   MOVE CE-Address-Line2 TO CU-Address-Line2
               END-IF
               IF CE-City NOT = SPACES
                   MOVE CE-City TO CU-City
               END-IF
               IF CE-State NOT = SPACES
                   MOVE CE-State TO CU-State
               END-IF
               IF CE-Zip NOT = SPACES
                   MOVE CE-Zip TO CU-Zip
               END-IF
               IF CE-Credit-Limit IS NUMERIC
                       AND CE-Credit-Limit NOT = "000000000"
                   MOVE CE-Credit-Limit TO CU-Credit-Limit
               END-IF.

           500-Close-Files.
               IF WS-Files-Ready
                   CLOSE CustomerMasterFile
               END-IF
               DISPLAY "CUSTOMERMNT: customers added " WS-Added-Count
                   " changed " WS-Changed-Count.

           600-FormatDate.
               CALL "DateFormat" USING LK_Current_Date
               MOVE LK_Current_Date TO WS-Today.

               End Program CustomerMaint.
