       Identification Division.
           Program-ID. DeltaFeed.
               Author. Anthony Downs.
               Installation.
               Date-Written. October 15, 2026.
               Date-Compiled.
               Security.

      * Nightly changed-records feed for downstream systems.  Today's
      * PayrollReport is matched against the snapshot taken by the
      * previous night's run and every add, change, and termination is
      * written to a work file.  Each subscriber named on DeltaSubs
      * then gets its own delta file (Delta<subscriber id>) carrying
      * only the fields it asked for: a header, one detail line per
      * add, change, or termination (changes list the changed field
      * names, and a change to a field the subscriber does not take is
      * not sent), and a trailer with the record counts.  The snapshot
      * is replaced last.  A control record (DeltaCtl) tracks the
      * phase reached, so a run that dies partway resumes on the same
      * day at the step that failed: a finished compare is not redone,
      * finished subscriber files are not rewritten, and the snapshot
      * is only refreshed once every subscriber has its file.
      * Social Security and bank account fields are never compared,
      * sent, or kept on the snapshot.
      * Each subscriber file is entered on the outbound interface
      * register under the subscriber id with its detail line count
      * and the sum of the employee numbers sent as the hash total.
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

                   Select Optional PayrollSnapshotFile assign to PaySnap
                       Organization is Line Sequential
                       File Status is PaySnap-Status.

                   Select DeltaWorkFile assign to DeltaWrk
                       Organization is Line Sequential
                       File Status is DeltaWork-Status.

                   Select Optional DeltaSubscriberFile
                       assign to DeltaSubs
                       Organization is Line Sequential
                       File Status is DeltaSubs-Status.

                   Select Optional DeltaControlFile assign to DeltaCtl
                       Organization is Line Sequential
                       File Status is DeltaCtl-Status.

                   Select DeltaOutFile assign to WS-Delta-Name
                       Organization is Line Sequential
                       File Status is DeltaOut-Status.

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

               FD  PayrollSnapshotFile
                   Record Contains 234 characters.
                   01  SnapshotRecord.
                       05  SN-EmployeeNumber                PIC X(05).
                       05                                   PIC X(229).

               FD  DeltaWorkFile
                   Record Contains 252 characters.
                   01  DeltaWorkRecord.
                       05  DW-Action                        PIC X(01).
                           88  DW-Add                       value "A".
                           88  DW-Change                    value "C".
                           88  DW-Termination               value "T".
                       05  DW-EmployeeNumber                PIC X(05).
                       05  DW-Changed-Flags.
                           10  DW-Changed-Flag  OCCURS 12 TIMES
                                                            PIC X(01).
                       05  DW-Image                         PIC X(234).

               FD  DeltaSubscriberFile
                   Record Contains 104 characters.
                   01  DeltaSubscriberRecord.
                       05  SB-Subscriber-Id                 PIC X(08).
                       05  SB-Field-Code  OCCURS 12 TIMES   PIC X(08).

               FD  DeltaControlFile
                   Record Contains 40 characters.
                   01  DeltaControlRecord.
                       05  DC-Run-Date                      PIC 9(08).
                       05  DC-Phase                         PIC 9(01).
                           88  DC-Nothing-Done              value 0.
                           88  DC-Compare-Done              value 1.
                           88  DC-Run-Complete              value 9.
                       05  DC-Subscribers-Done              PIC 9(03).
                       05  DC-Snapshot-Date                 PIC 9(08).
                       05  DC-Add-Count                     PIC 9(05).
                       05  DC-Change-Count                  PIC 9(05).
                       05  DC-Term-Count                    PIC 9(05).
                       05                                   PIC X(05).

               FD  DeltaOutFile
                   Record Contains 400 characters.
                   01  DeltaOutLine                        PIC X(400).

           Working-Storage Section.
               COPY "Misc.cpy".
              COPY "WS_Date.cpy" REPLACING LEADING ==Prefix== BY ==LK==.
               COPY "EmployeeRecord.cpy".
               COPY "IfaceReg.cpy".

               01  PaySnap-Status                      PIC X(02).
               01  DeltaWork-Status                    PIC X(02).
               01  DeltaSubs-Status                    PIC X(02).
               01  DeltaCtl-Status                     PIC X(02).
               01  DeltaOut-Status                     PIC X(02).
               01  WS-Delta-Name   PIC X(13)   value spaces.

               01  WS-Open-Switch   PIC X(01)   value "Y".
                   88  WS-Files-Ready                       value "Y".
                   88  WS-Open-Failed                        value "N".
               01  WS-Snap-Switch   PIC X(01)   value "N".
                   88  WS-Snap-Ready                        value "Y".
                   88  WS-Snap-Not-Ready                    value "N".
               01  WS-Work-Eof-Switch   PIC X(01)   value "N".
                   88  WS-Work-Eof                          value "Y".
                   88  WS-Work-Not-Eof                      value "N".
               01  WS-Subs-Eof-Switch   PIC X(01)   value "N".
                   88  WS-Subs-Eof                          value "Y".
                   88  WS-Subs-Not-Eof                      value "N".
               01  WS-Send-Switch   PIC X(01)   value "N".
                   88  WS-Send-Record                       value "Y".
                   88  WS-Skip-Record                       value "N".

               01  WS-Today   PIC 9(08)   value 0.
               01  WS-Current-Key   PIC X(05)   value spaces.
               01  WS-Snap-Key   PIC X(05)   value spaces.
               01  WS-Current-Image   PIC X(234)  value spaces.
               01  WS-Snap-Image   PIC X(234)  value spaces.
               01  WS-Subscriber-Seq   PIC 9(03)   COMP value 0.
               01  WS-Field-Idx   PIC 9(02)   COMP value 0.
               01  WS-Sel-Idx   PIC 9(02)   COMP value 0.
               01  WS-Sel-Count   PIC 9(02)   COMP value 0.
               01  WS-Line-Ptr   PIC 9(03)   COMP value 0.
               01  WS-Names-Ptr   PIC 9(03)   COMP value 0.
               01  WS-Changed-Names   PIC X(200)  value spaces.
               01  WS-Delta-Line   PIC X(400)  value spaces.
               01  WS-Money-X   PIC X(09)   value spaces.
               01  WS-Money-N redefines WS-Money-X   PIC S9(7)V99.
               01  WS-Money-Edit   PIC -(7)9.99.
               01  WS-Count-Edit   PIC 9(05).

               01  WS-Selected-Fields.
                   05  WS-Selected-Field  OCCURS 12 TIMES
                                                      PIC 9(02) COMP.

               01  WS-Subscriber-Counts.
                   05  WS-Sub-Adds                  PIC 9(05)   COMP.
                   05  WS-Sub-Changes               PIC 9(05)   COMP.
                   05  WS-Sub-Terms                 PIC 9(05)   COMP.
                   05  WS-Sub-Details               PIC 9(05)   COMP.
                   05  WS-Sub-Hash                  PIC 9(15).
               01  WS-Hash-Number   PIC 9(05)   value 0.

      * Fields that may be fed, with their position and length on the
      * PayrollReport record; type N is a signed money amount.
               01  WS-Field-Table-Values.
               05   PIC X(30)   value "EMPNAME EmployeeName    01120X".
               05   PIC X(30)   value "TERR    TerritoryNumber 03602X".
               05   PIC X(30)   value "OFFICE  OfficeNumber    04002X".
               05   PIC X(30)   value "CURRENCYCurrencyCode    04703X".
               05   PIC X(30)   value "SALARY  AnnualSalary    05509N".
               05   PIC X(30)   value "STATUS  EmployeeStatus  10101X".
               05   PIC X(30)   value "PAYDATE PayPeriodDate   10708X".
               05   PIC X(30)   value "LEAVEPCTLeave-Percent   21203X".
               05   PIC X(30)   value "HIREDATEHireDate        21508X".
               05   PIC X(30)   value "MANAGER ManagerNumber   22305X".
               05   PIC X(30)   value "COMPANY CompanyCode     22802X".
               05   PIC X(30)   value "COMPCLASCompClassCode   23004X".
               01  WS-Field-Table redefines WS-Field-Table-Values.
                   05  WS-Field-Entry OCCURS 12 TIMES.
                       10  WF-Code                      PIC X(08).
                       10  WF-Name                      PIC X(16).
                       10  WF-Offset                    PIC 9(03).
                       10  WF-Length                    PIC 9(02).
                       10  WF-Type                      PIC X(01).
                           88  WF-Money                 value "N".

       Procedure Division.
           Initilization.
               PERFORM 600-FormatDate
               PERFORM 100-Read-Control
               IF DC-Run-Complete
                   DISPLAY "DELTAFEED: feed already produced for "
                       WS-Today
               ELSE
                   IF DC-Nothing-Done
                       PERFORM 200-Compare-Snapshot
                   END-IF
                   IF WS-Files-Ready
                       PERFORM 300-Write-Subscriber-Files
                   END-IF
                   IF WS-Files-Ready
                       PERFORM 400-Refresh-Snapshot
                   END-IF
                   IF WS-Files-Ready
                       DISPLAY "DELTAFEED: adds " DC-Add-Count
                           " changes " DC-Change-Count
                           " terminations " DC-Term-Count
                           " subscribers " DC-Subscribers-Done
                   END-IF
               END-IF
               IF WS-Open-Failed
                   MOVE 16 TO RETURN-CODE
               END-IF
               STOP RUN.

      * A control record left by an unfinished run today is resumed;
      * anything else starts a new run.
           100-Read-Control.
               MOVE SPACES TO DeltaControlRecord
               OPEN INPUT DeltaControlFile
               IF DeltaCtl-Status = "00"
                   READ DeltaControlFile
                       AT END
                           MOVE SPACES TO DeltaControlRecord
                   END-READ
                   CLOSE DeltaControlFile
               END-IF
               IF DC-Run-Date IS NUMERIC AND DC-Run-Date = WS-Today
                   IF NOT DC-Run-Complete
                       DISPLAY "DELTAFEED: resuming at phase " DC-Phase
                           " after " DC-Subscribers-Done
                           " subscriber files"
                   END-IF
               ELSE
                   IF DC-Snapshot-Date IS NOT NUMERIC
                       MOVE 0 TO DC-Snapshot-Date
                   END-IF
                   MOVE WS-Today TO DC-Run-Date
                   MOVE 0 TO DC-Phase DC-Subscribers-Done
               END-IF.

           150-Write-Control.
               OPEN OUTPUT DeltaControlFile
               WRITE DeltaControlRecord
               CLOSE DeltaControlFile.

           200-Compare-Snapshot.
               MOVE 0 TO DC-Add-Count DC-Change-Count DC-Term-Count
               OPEN INPUT PayrollReport
               CALL "Validations" USING File_Status, "DELTAFEED"
               OPEN OUTPUT DeltaWorkFile
               CALL "Validations" USING DeltaWork-Status, "DELTAFEED"
               IF File_Status NOT = "00" OR DeltaWork-Status NOT = "00"
                   SET WS-Open-Failed TO TRUE
               ELSE
                   OPEN INPUT PayrollSnapshotFile
                   IF PaySnap-Status = "00"
                       SET WS-Snap-Ready TO TRUE
                   END-IF
                   PERFORM 210-Read-Current
                   PERFORM 215-Read-Snapshot
                   PERFORM 220-Match-One-Key
                       UNTIL WS-Current-Key = HIGH-VALUES
                           AND WS-Snap-Key = HIGH-VALUES
                   IF WS-Snap-Ready
                       CLOSE PayrollSnapshotFile
                   END-IF
                   CLOSE PayrollReport
                   CLOSE DeltaWorkFile
                   MOVE 1 TO DC-Phase
                   PERFORM 150-Write-Control
               END-IF.

           210-Read-Current.
               READ PayrollReport NEXT RECORD
                   AT END
                       MOVE HIGH-VALUES TO WS-Current-Key
                   NOT AT END
                       MOVE EmployeeRecord TO WS-Current-Image
                       MOVE PR-EmployeeNumber TO WS-Current-Key
               END-READ.

           215-Read-Snapshot.
               IF WS-Snap-Ready
                   READ PayrollSnapshotFile
                       AT END
                           MOVE HIGH-VALUES TO WS-Snap-Key
                       NOT AT END
                           MOVE SnapshotRecord TO WS-Snap-Image
                           MOVE SN-EmployeeNumber TO WS-Snap-Key
                   END-READ
               ELSE
                   MOVE HIGH-VALUES TO WS-Snap-Key
               END-IF.

           220-Match-One-Key.
               EVALUATE TRUE
                   WHEN WS-Current-Key < WS-Snap-Key
                       MOVE "A" TO DW-Action
                       MOVE "NNNNNNNNNNNN" TO DW-Changed-Flags
                       MOVE WS-Current-Image TO DW-Image
                       PERFORM 230-Write-Work-Record
                       ADD 1 TO DC-Add-Count
                       PERFORM 210-Read-Current
                   WHEN WS-Current-Key > WS-Snap-Key
                       MOVE WS-Snap-Image TO EmployeeRecords
                       IF NOT Employee-Terminated
                           MOVE "T" TO DW-Action
                           MOVE "NNNNNNNNNNNN" TO DW-Changed-Flags
                           MOVE WS-Snap-Image TO DW-Image
                           PERFORM 230-Write-Work-Record
                           ADD 1 TO DC-Term-Count
                       END-IF
                       PERFORM 215-Read-Snapshot
                   WHEN OTHER
                       PERFORM 225-Compare-Fields
                       PERFORM 210-Read-Current
                       PERFORM 215-Read-Snapshot
               END-EVALUATE.

           225-Compare-Fields.
               MOVE "NNNNNNNNNNNN" TO DW-Changed-Flags
               PERFORM 227-Compare-One-Field
                   VARYING WS-Field-Idx FROM 1 BY 1
                   UNTIL WS-Field-Idx > 12
               IF DW-Changed-Flags NOT = "NNNNNNNNNNNN"
                   MOVE WS-Current-Image TO EmployeeRecords
                   IF Employee-Terminated
                       MOVE WS-Snap-Image TO EmployeeRecords
                       IF Employee-Terminated
                           MOVE "C" TO DW-Action
                           ADD 1 TO DC-Change-Count
                       ELSE
                           MOVE "T" TO DW-Action
                           ADD 1 TO DC-Term-Count
                       END-IF
                   ELSE
                       MOVE "C" TO DW-Action
                       ADD 1 TO DC-Change-Count
                   END-IF
                   MOVE WS-Current-Image TO DW-Image
                   PERFORM 230-Write-Work-Record
               END-IF.

           227-Compare-One-Field.
               IF WS-Current-Image (WF-Offset (WS-Field-Idx):
                                    WF-Length (WS-Field-Idx))
                       NOT = WS-Snap-Image (WF-Offset (WS-Field-Idx):
                                            WF-Length (WS-Field-Idx))
                   MOVE "Y" TO DW-Changed-Flag (WS-Field-Idx)
               END-IF.

      * Social Security and bank account positions are blanked before
      * anything reaches the work file.
           230-Write-Work-Record.
               MOVE WS-Current-Key TO DW-EmployeeNumber
               IF DW-Termination AND WS-Current-Key > WS-Snap-Key
                   MOVE WS-Snap-Key TO DW-EmployeeNumber
               END-IF
               MOVE SPACES TO DW-Image (87:9)
               MOVE SPACES TO DW-Image (120:31)
               MOVE SPACES TO DW-Image (183:26)
               WRITE DeltaWorkRecord.

           300-Write-Subscriber-Files.
               MOVE 0 TO WS-Subscriber-Seq
               SET WS-Subs-Not-Eof TO TRUE
               OPEN INPUT DeltaSubscriberFile
               IF DeltaSubs-Status NOT = "00"
                   SET WS-Subs-Eof TO TRUE
               END-IF
               PERFORM 310-Read-Subscriber
               PERFORM 320-Process-One-Subscriber
                   UNTIL WS-Subs-Eof OR WS-Open-Failed
               IF DeltaSubs-Status = "00" OR DeltaSubs-Status = "10"
                   CLOSE DeltaSubscriberFile
               END-IF.

           310-Read-Subscriber.
               IF WS-Subs-Not-Eof
                   READ DeltaSubscriberFile
                       AT END
                           SET WS-Subs-Eof TO TRUE
                       NOT AT END
                           ADD 1 TO WS-Subscriber-Seq
                   END-READ
               END-IF.

           320-Process-One-Subscriber.
               IF WS-Subscriber-Seq > DC-Subscribers-Done
                       AND SB-Subscriber-Id NOT = SPACES
                   PERFORM 330-Select-Fields
                   MOVE SPACES TO WS-Delta-Name
                   STRING "Delta" DELIMITED BY SIZE
                          SB-Subscriber-Id DELIMITED BY SPACE
                       INTO WS-Delta-Name
                   END-STRING
                   OPEN OUTPUT DeltaOutFile
                   CALL "Validations" USING DeltaOut-Status,
                       "DELTAFEED"
                   OPEN INPUT DeltaWorkFile
                   CALL "Validations" USING DeltaWork-Status,
                       "DELTAFEED"
                   IF DeltaOut-Status NOT = "00"
                           OR DeltaWork-Status NOT = "00"
                       SET WS-Open-Failed TO TRUE
                   ELSE
                       INITIALIZE WS-Subscriber-Counts
                       PERFORM 340-Write-Header
                       SET WS-Work-Not-Eof TO TRUE
                       PERFORM 350-Read-Work-Record
                       PERFORM 360-Feed-One-Record
                           UNTIL WS-Work-Eof
                       PERFORM 380-Write-Trailer
                       CLOSE DeltaOutFile
                       CLOSE DeltaWorkFile
                       PERFORM 385-Register-Subscriber-File
                       MOVE WS-Subscriber-Seq TO DC-Subscribers-Done
                       PERFORM 150-Write-Control
                   END-IF
               END-IF
               PERFORM 310-Read-Subscriber.

      * A card with no field codes, or the code ALL, takes every field.
           330-Select-Fields.
               MOVE 0 TO WS-Sel-Count
               PERFORM 332-Select-One-Code
                   VARYING WS-Sel-Idx FROM 1 BY 1
                   UNTIL WS-Sel-Idx > 12
               IF WS-Sel-Count = 0
                   PERFORM 336-Select-Every-Field
                       VARYING WS-Field-Idx FROM 1 BY 1
                       UNTIL WS-Field-Idx > 12
               END-IF.

           332-Select-One-Code.
               IF SB-Field-Code (WS-Sel-Idx) NOT = SPACES
                       AND SB-Field-Code (WS-Sel-Idx) NOT = "ALL"
                   PERFORM 334-Find-Field-Code
                       VARYING WS-Field-Idx FROM 1 BY 1
                       UNTIL WS-Field-Idx > 12
               END-IF.

           334-Find-Field-Code.
               IF WF-Code (WS-Field-Idx) = SB-Field-Code (WS-Sel-Idx)
                   ADD 1 TO WS-Sel-Count
                   MOVE WS-Field-Idx TO WS-Selected-Field (WS-Sel-Count)
               END-IF.

           336-Select-Every-Field.
               ADD 1 TO WS-Sel-Count
               MOVE WS-Field-Idx TO WS-Selected-Field (WS-Sel-Count).

           340-Write-Header.
               MOVE SPACES TO WS-Delta-Line
               MOVE 1 TO WS-Line-Ptr
               STRING "H|" DELIMITED BY SIZE
                      SB-Subscriber-Id DELIMITED BY SPACE
                      "|" DELIMITED BY SIZE
                      WS-Today DELIMITED BY SIZE
                      "|" DELIMITED BY SIZE
                      DC-Snapshot-Date DELIMITED BY SIZE
                      "|EmployeeNumber" DELIMITED BY SIZE
                   INTO WS-Delta-Line
                   WITH POINTER WS-Line-Ptr
               END-STRING
               PERFORM 345-Add-Header-Name
                   VARYING WS-Sel-Idx FROM 1 BY 1
                   UNTIL WS-Sel-Idx > WS-Sel-Count
               WRITE DeltaOutLine FROM WS-Delta-Line.

           345-Add-Header-Name.
               MOVE WS-Selected-Field (WS-Sel-Idx) TO WS-Field-Idx
               STRING "|" DELIMITED BY SIZE
                      WF-Name (WS-Field-Idx) DELIMITED BY SPACE
                   INTO WS-Delta-Line
                   WITH POINTER WS-Line-Ptr
               END-STRING.

           350-Read-Work-Record.
               READ DeltaWorkFile
                   AT END
                       SET WS-Work-Eof TO TRUE
               END-READ.

      * A change goes out only when a field this subscriber takes has
      * changed, and only those field names are listed.
           360-Feed-One-Record.
               MOVE SPACES TO WS-Changed-Names
               MOVE 1 TO WS-Names-Ptr
               SET WS-Send-Record TO TRUE
               IF DW-Change
                   PERFORM 365-Add-Changed-Name
                       VARYING WS-Sel-Idx FROM 1 BY 1
                       UNTIL WS-Sel-Idx > WS-Sel-Count
                   IF WS-Names-Ptr = 1
                       SET WS-Skip-Record TO TRUE
                   END-IF
               END-IF
               IF WS-Send-Record
                   PERFORM 370-Write-Detail
               END-IF
               PERFORM 350-Read-Work-Record.

           365-Add-Changed-Name.
               MOVE WS-Selected-Field (WS-Sel-Idx) TO WS-Field-Idx
               IF DW-Changed-Flag (WS-Field-Idx) = "Y"
                   IF WS-Names-Ptr > 1
                       STRING "," DELIMITED BY SIZE
                           INTO WS-Changed-Names
                           WITH POINTER WS-Names-Ptr
                       END-STRING
                   END-IF
                   STRING WF-Name (WS-Field-Idx) DELIMITED BY SPACE
                       INTO WS-Changed-Names
                       WITH POINTER WS-Names-Ptr
                   END-STRING
               END-IF.

           370-Write-Detail.
               EVALUATE TRUE
                   WHEN DW-Add
                       ADD 1 TO WS-Sub-Adds
                   WHEN DW-Change
                       ADD 1 TO WS-Sub-Changes
                   WHEN OTHER
                       ADD 1 TO WS-Sub-Terms
               END-EVALUATE
               ADD 1 TO WS-Sub-Details
               IF DW-EmployeeNumber IS NUMERIC
                   MOVE DW-EmployeeNumber TO WS-Hash-Number
                   ADD WS-Hash-Number TO WS-Sub-Hash
               END-IF
               MOVE SPACES TO WS-Delta-Line
               MOVE 1 TO WS-Line-Ptr
               STRING "D|" DELIMITED BY SIZE
                      DW-Action DELIMITED BY SIZE
                      "|" DELIMITED BY SIZE
                      DW-EmployeeNumber DELIMITED BY SIZE
                      "|" DELIMITED BY SIZE
                      WS-Changed-Names DELIMITED BY "  "
                   INTO WS-Delta-Line
                   WITH POINTER WS-Line-Ptr
               END-STRING
               PERFORM 375-Add-Field-Value
                   VARYING WS-Sel-Idx FROM 1 BY 1
                   UNTIL WS-Sel-Idx > WS-Sel-Count
               WRITE DeltaOutLine FROM WS-Delta-Line.

           375-Add-Field-Value.
               MOVE WS-Selected-Field (WS-Sel-Idx) TO WS-Field-Idx
               IF WF-Money (WS-Field-Idx)
                   MOVE DW-Image (WF-Offset (WS-Field-Idx):9)
                       TO WS-Money-X
                   MOVE WS-Money-N TO WS-Money-Edit
                   STRING "|" DELIMITED BY SIZE
                          WS-Money-Edit DELIMITED BY SIZE
                       INTO WS-Delta-Line
                       WITH POINTER WS-Line-Ptr
                   END-STRING
               ELSE
                   STRING "|" DELIMITED BY SIZE
                          DW-Image (WF-Offset (WS-Field-Idx):
                                    WF-Length (WS-Field-Idx))
                              DELIMITED BY SIZE
                       INTO WS-Delta-Line
                       WITH POINTER WS-Line-Ptr
                   END-STRING
               END-IF.

           380-Write-Trailer.
               MOVE SPACES TO WS-Delta-Line
               MOVE 1 TO WS-Line-Ptr
               STRING "T|" DELIMITED BY SIZE
                   INTO WS-Delta-Line
                   WITH POINTER WS-Line-Ptr
               END-STRING
               MOVE WS-Sub-Adds TO WS-Count-Edit
               STRING WS-Count-Edit DELIMITED BY SIZE
                      "|" DELIMITED BY SIZE
                   INTO WS-Delta-Line
                   WITH POINTER WS-Line-Ptr
               END-STRING
               MOVE WS-Sub-Changes TO WS-Count-Edit
               STRING WS-Count-Edit DELIMITED BY SIZE
                      "|" DELIMITED BY SIZE
                   INTO WS-Delta-Line
                   WITH POINTER WS-Line-Ptr
               END-STRING
               MOVE WS-Sub-Terms TO WS-Count-Edit
               STRING WS-Count-Edit DELIMITED BY SIZE
                      "|" DELIMITED BY SIZE
                   INTO WS-Delta-Line
                   WITH POINTER WS-Line-Ptr
               END-STRING
               MOVE WS-Sub-Details TO WS-Count-Edit
               STRING WS-Count-Edit DELIMITED BY SIZE
                   INTO WS-Delta-Line
                   WITH POINTER WS-Line-Ptr
               END-STRING
               WRITE DeltaOutLine FROM WS-Delta-Line.

           385-Register-Subscriber-File.
               INITIALIZE IfaceRegRequest
               MOVE SB-Subscriber-Id TO IR-Interface-Id
               MOVE WS-Delta-Name TO IR-File-Name
               MOVE SB-Subscriber-Id TO IR-Recipient
               MOVE "DELTAFEED" TO IR-Program
               MOVE WS-Sub-Details TO IR-Record-Count
               MOVE WS-Sub-Hash TO IR-Hash-Total
               MOVE 0 TO IR-Dollar-Total
               CALL "IfaceRegister" USING IfaceRegRequest.

      * Tonight's PayrollReport becomes the snapshot for tomorrow.
           400-Refresh-Snapshot.
               OPEN INPUT PayrollReport
               CALL "Validations" USING File_Status, "DELTAFEED"
               OPEN OUTPUT PayrollSnapshotFile
               IF File_Status NOT = "00" OR PaySnap-Status NOT = "00"
                   SET WS-Open-Failed TO TRUE
               ELSE
                   SET WS-Not-Eof TO TRUE
                   PERFORM 410-Copy-One-Record
                       UNTIL WS-Eof
                   CLOSE PayrollReport
                   CLOSE PayrollSnapshotFile
                   MOVE WS-Today TO DC-Snapshot-Date
                   MOVE 9 TO DC-Phase
                   PERFORM 150-Write-Control
               END-IF.

           410-Copy-One-Record.
               READ PayrollReport NEXT RECORD
                   AT END
                       SET WS-Eof TO TRUE
                   NOT AT END
                       MOVE EmployeeRecord TO WS-Snap-Image
                       MOVE SPACES TO WS-Snap-Image (87:9)
                       MOVE SPACES TO WS-Snap-Image (120:31)
                       MOVE SPACES TO WS-Snap-Image (183:26)
                       MOVE WS-Snap-Image TO SnapshotRecord
                       WRITE SnapshotRecord
               END-READ.

           600-FormatDate.
               CALL "DateFormat" USING LK_Current_Date
               MOVE LK_Current_Date TO WS-Today.

               End Program DeltaFeed.
