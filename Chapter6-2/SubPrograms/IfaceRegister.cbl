       Identification Division.
           Program-ID. IfaceRegister.

      * Single entry point to the outbound interface register.  Called
      * with the IfaceRegRequest block (IfaceReg.cpy) by every program
      * that builds a file for an outside recipient, once the file is
      * closed.  One IfaceRegFile record is added per file with its
      * name, recipient, sending program, run date and time, record
      * count, hash total and dollar total, and an acknowledgment
      * status of P (sent, not yet acknowledged).  IfaceAckIntake
      * later marks it accepted or rejected from the recipient's
      * acknowledgment, and IfaceExceptionReport lists what is still
      * open.  A second run of the same interface on the same day
      * gets the next run number, so a resend never replaces the
      * entry for the file it replaces.  The register is created the
      * first time it is needed.  When the entry cannot be written the
      * reason is put on the console and IR-Not-Registered comes back;
      * the caller's file is not affected.
       Environment Division.
           Input-Output Section.
           File-Control.
               Select IfaceRegFile assign to IfaceReg
                   Organization is Indexed
                   Access Mode is Dynamic
                   Record Key is IF-Key
                   File Status is WS-IfaceReg-Status.

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
                   05  IF-Dollar-Total                 PIC S9(11)V99.
                   05  IF-Ack-Status                   PIC X(01).
                       88  IF-Ack-Pending              value "P".
                   05  IF-Ack-Date                     PIC 9(08).
                   05  IF-Ack-Count                    PIC 9(07).
                   05  IF-Ack-Hash                     PIC 9(15).
                   05  IF-Ack-Dollar                   PIC S9(11)V99.
                   05  IF-Ack-Reason                   PIC X(30).
                   05                                  PIC X(15).

           Working-Storage Section.
           COPY "WS_Date.cpy" REPLACING LEADING ==Prefix== BY ==LK==.
           01  WS-IfaceReg-Status                  PIC X(02).
           01  WS-Next-Sequence                    PIC 9(02).

           Linkage Section.
           COPY "IfaceReg.cpy".

           Procedure Division USING IfaceRegRequest.
           0000-Mainline.
               SET IR-Not-Registered TO TRUE
               MOVE 0 TO IR-Run-Sequence
               CALL "DateFormat" USING LK_Current_Date
               CALL "TimeFormats" USING LK_Current_Time
               IF IR-Run-Date = 0
                   MOVE LK_Current_Date TO IR-Run-Date
               END-IF
               PERFORM 1000-Open-Register
               IF WS-IfaceReg-Status = "00"
                   PERFORM 2000-Find-Next-Sequence
                   PERFORM 3000-Write-Entry
                   CLOSE IfaceRegFile
               ELSE
                   DISPLAY "IFACEREG: register could not be opened, "
                       "status " WS-IfaceReg-Status
               END-IF
               IF IR-Not-Registered
                   DISPLAY "IFACEREG: " IR-Interface-Id " from "
                       IR-Program " was not registered"
               END-IF
               EXIT PROGRAM.

           1000-Open-Register.
               OPEN I-O IfaceRegFile
               IF WS-IfaceReg-Status = "35"
                   OPEN OUTPUT IfaceRegFile
                   CLOSE IfaceRegFile
                   OPEN I-O IfaceRegFile
               END-IF.

           2000-Find-Next-Sequence.
               MOVE 0 TO WS-Next-Sequence
               MOVE IR-Interface-Id TO IF-Interface-Id
               MOVE IR-Run-Date TO IF-Run-Date
               MOVE 99 TO IF-Run-Sequence
               START IfaceRegFile KEY IS LESS THAN OR EQUAL IF-Key
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       READ IfaceRegFile NEXT RECORD
                           AT END
                               CONTINUE
                           NOT AT END
                               IF IF-Interface-Id = IR-Interface-Id
                                       AND IF-Run-Date = IR-Run-Date
                                   MOVE IF-Run-Sequence
                                       TO WS-Next-Sequence
                               END-IF
                       END-READ
               END-START
               ADD 1 TO WS-Next-Sequence.

           3000-Write-Entry.
               INITIALIZE IfaceRegRecord
               MOVE IR-Interface-Id TO IF-Interface-Id
               MOVE IR-Run-Date TO IF-Run-Date
               MOVE WS-Next-Sequence TO IF-Run-Sequence
               MOVE IR-File-Name TO IF-File-Name
               MOVE IR-Recipient TO IF-Recipient
               MOVE IR-Program TO IF-Program
               MOVE LK_Current_Time TO IF-Run-Time
               MOVE IR-Record-Count TO IF-Record-Count
               MOVE IR-Hash-Total TO IF-Hash-Total
               MOVE IR-Dollar-Total TO IF-Dollar-Total
               SET IF-Ack-Pending TO TRUE
               WRITE IfaceRegRecord
                   INVALID KEY
                       DISPLAY "IFACEREG: duplicate register key "
                           IF-Key
                   NOT INVALID KEY
                       MOVE WS-Next-Sequence TO IR-Run-Sequence
                       SET IR-Registered TO TRUE
               END-WRITE.
