      * EmployeeAddrFile when on file, and one DEP record per
      * DependentFile sub-record.  A run summary report counts the
      * members sent by relationship type.
      * The file is entered on the outbound interface register as
      * CENSUS with its record count (EMP, ADR and DEP records) and the
      * sum of the employee numbers on the EMP records as the hash
      * total; it carries no dollars.
       Environment Division.
           Configuration Section.
               Special-Names.
              COPY "WS_Date.cpy" REPLACING LEADING ==Prefix== BY ==LK==.
               COPY "HeaderMain.cpy".
               COPY "EmployeeRecord.cpy".
               COPY "IfaceReg.cpy".

               01  EmpAddr-Status                      PIC X(02).
               01  WS-Dependent-Status                 PIC X(02).
               01  WS-Spouse-Count   PIC 9(05)   COMP value 0.
               01  WS-Child-Count   PIC 9(05)   COMP value 0.
               01  WS-Other-Count   PIC 9(05)   COMP value 0.
               01  WS-Census-Record-Count   PIC 9(07)   value 0.
               01  WS-Census-Hash   PIC 9(15)   value 0.
               01  WS-Hash-Number   PIC 9(05)   value 0.

               01  CensusEmployeeLine.
               05   PIC X(03)   value "EMP".
               MOVE SPACES TO CensusExportLine
               WRITE CensusExportLine FROM CensusEmployeeLine
               ADD 1 TO WS-Employee-Count
               ADD 1 TO WS-Census-Record-Count
               IF EmployeeNumber IS NUMERIC
                   MOVE EmployeeNumber TO WS-Hash-Number
                   ADD WS-Hash-Number TO WS-Census-Hash
               END-IF
               PERFORM 410-Write-Address-Record
               PERFORM 420-Write-Dependent-Records
               PERFORM 200-Read-Records.
                           MOVE SPACES TO CensusExportLine
                           WRITE CensusExportLine
                               FROM CensusAddressLine
                           ADD 1 TO WS-Census-Record-Count
                   END-READ
               END-IF.

                           MOVE SPACES TO CensusExportLine
                           WRITE CensusExportLine
                               FROM CensusDependentLine
                           ADD 1 TO WS-Census-Record-Count
                           PERFORM 440-Tally-Relationship
                       END-IF
               END-READ.
               END-IF
               IF WS-Dep-Ready
                   CLOSE DependentFile
               END-IF
               IF WS-Files-Ready
                   PERFORM 510-Register-Census-File
               END-IF.

           510-Register-Census-File.
               INITIALIZE IfaceRegRequest
               MOVE "CENSUS" TO IR-Interface-Id
               MOVE "CensusExportFile" TO IR-File-Name
               MOVE "Medical carrier" TO IR-Recipient
               MOVE "CENSUSEXP" TO IR-Program
               MOVE WS-Census-Record-Count TO IR-Record-Count
               MOVE WS-Census-Hash TO IR-Hash-Total
               MOVE 0 TO IR-Dollar-Total
               CALL "IfaceRegister" USING IfaceRegRequest.

           600-FormatDate.
               CALL "DateFormat" USING LK_Current_Date
               MOVE LK_Current_Month TO LK_Date_MDY_Month
