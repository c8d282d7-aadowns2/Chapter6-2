      * class gross times the class rate per hundred of payroll from
      * the class-code master.  Employees with no class code land in
      * the ???? bucket at a zero rate so they can be classified.
      * Class rates are kept by effective date, so each pay period's
      * gross is priced at the rate in force on its pay date; the rate
      * printed for a class is the one in force on its latest pay date.
       Environment Division.
           Configuration Section.
               Special-Names.
                       File Status is CompClass-Status
                       Organization is Indexed
                       Access Mode is Dynamic
                       Record Key is WC-Key.

                   Select WorkCompReportFile assign to CompRpt
                       Organization is Line Sequential

               FD  WorkCompClassFile.
                   01  WorkCompClassRecord.
                       05  WC-Key.
                           10  WC-Class-Code                PIC X(04).
                           10  WC-Effective-Date            PIC 9(08).
                       05  WC-Description                   PIC X(20).
                       05  WC-Rate-Per-100               PIC 9(02)V99.

               FD  WorkCompReportFile
                   Record Contains 132 characters.
                   01  CompRptPrintLine                    PIC X(132).
                       05  SC-Class-Code                    PIC X(04).
                       05  SC-Office                        PIC X(02).
                       05  SC-Period-Gross              PIC S9(7)V99.
                       05  SC-Pay-Date                      PIC 9(08).

           Working-Storage Section.
               COPY "Misc.cpy".
               COPY "RefTable.cpy".
              COPY "WS_Date.cpy" REPLACING LEADING ==Prefix== BY ==LK==.
               COPY "HeaderMain.cpy".
               COPY "EmployeeRecord.cpy".
                   88  WS-Sort-Eof                          value "Y".
                   88  WS-Sort-Not-Eof                      value "N".

               01  WS-Pay-Frequency   PIC X(01)   value "B".
                   88  WS-Pays-Weekly                        value "W".
                   88  WS-Pays-Biweekly                      value "B".
               01  WS-Hire-Integer   PIC 9(08)   COMP value 0.
               01  WS-Class-Rate   PIC 9(02)V99   value 0.
               01  WS-Class-Description   PIC X(20)   value spaces.
               01  WS-Rated-Class   PIC X(04)   value spaces.
               01  WS-Rated-Date   PIC 9(08)   value 0.
               01  WS-Report-Rate   PIC 9(02)V99   value 0.
               01  WS-Report-Description   PIC X(20)   value spaces.
               01  WS-Class-Latest-Date   PIC 9(08)   value 0.
               01  WS-Class-Premium-Exact   PIC S9(9)V9(4) value 0.
               01  WS-Previous-Class   PIC X(04)   value spaces.
               01  WS-Previous-Office   PIC X(02)   value spaces.
               01  WS-Office-Gross   PIC S9(9)V99 value 0.
               OPEN INPUT WorkCompClassFile
               IF CompClass-Status = "00"
                   SET WS-CompClass-Ready TO TRUE
               END-IF.

           200-Read-Records.

           405-Find-Period-Gross.
               SET WS-Pays-Biweekly TO TRUE
               SET RT-TerrOff-Table TO TRUE
               MOVE SPACES TO RT-Key
               MOVE TerritoryNumber TO RT-Key-Territory
               MOVE OfficeNumber TO RT-Key-Office
               CALL "RefTable" USING RefTableRequest
               IF RT-Found
                   AND RT-TO-Pay-Frequency NOT = SPACES
                   MOVE RT-TO-Pay-Frequency TO WS-Pay-Frequency
               END-IF
               IF WS-Pays-Monthly
                   MOVE Monthly-Gross TO WS-Period-Gross
               END-IF
               MOVE OfficeNumber TO SC-Office
               MOVE WS-Period-Gross TO SC-Period-Gross
               IF PP-Date-Numeric IS NUMERIC
                   MOVE PP-Date-Numeric TO SC-Pay-Date
               ELSE
                   MOVE 0 TO SC-Pay-Date
               END-IF
               RELEASE WorkCompSortRecord
               PERFORM 200-Read-Records.

               ADD SC-Period-Gross TO WS-Office-Gross
               ADD SC-Period-Gross TO WS-Class-Gross
               ADD SC-Period-Gross TO WS-Total-Gross
               PERFORM 268-Price-One-Record
               MOVE SC-Class-Code TO WS-Previous-Class
               MOVE SC-Office TO WS-Previous-Office
               PERFORM 255-Return-One-Record.

           265-End-Class-Break.
               IF WS-Previous-Class NOT = SPACES
                   COMPUTE WS-Class-Premium ROUNDED =
                       WS-Class-Premium-Exact
                   ADD WS-Class-Premium TO WS-Total-Premium
                   MOVE WS-Previous-Class TO CC-Class-Code
                   MOVE WS-Report-Description TO CC-Description
                   MOVE WS-Class-Gross TO CC-Class-Gross
                   MOVE WS-Report-Rate TO CC-Class-Rate
                   MOVE WS-Class-Premium TO CC-Class-Premium
                   MOVE SPACES TO CompRptPrintLine
                   WRITE CompRptPrintLine FROM CompClassLine
                       AFTER ADVANCING 2
                   MOVE 0 TO WS-Class-Gross
                   MOVE 0 TO WS-Class-Premium-Exact
                   MOVE 0 TO WS-Class-Latest-Date
                   MOVE SPACES TO WS-Previous-Class
               END-IF.

           268-Price-One-Record.
               IF SC-Class-Code NOT = WS-Rated-Class
                       OR SC-Pay-Date NOT = WS-Rated-Date
                   PERFORM 270-Find-Class-Rate
               END-IF
               COMPUTE WS-Class-Premium-Exact =
                   WS-Class-Premium-Exact
                       + SC-Period-Gross * WS-Class-Rate / 100
               IF SC-Pay-Date >= WS-Class-Latest-Date
                   MOVE SC-Pay-Date TO WS-Class-Latest-Date
                   MOVE WS-Class-Rate TO WS-Report-Rate
                   MOVE WS-Class-Description TO WS-Report-Description
               END-IF.

           270-Find-Class-Rate.
               MOVE SC-Class-Code TO WS-Rated-Class
               MOVE SC-Pay-Date TO WS-Rated-Date
               MOVE 0 TO WS-Class-Rate
               MOVE "*NOT ON CLASS MASTER" TO WS-Class-Description
               IF WS-CompClass-Ready
                       AND SC-Class-Code NOT = "????"
                   MOVE SC-Class-Code TO WC-Class-Code
                   MOVE SC-Pay-Date TO WC-Effective-Date
                   START WorkCompClassFile
                           KEY IS LESS THAN OR EQUAL WC-Key
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           PERFORM 272-Read-Class-Version
                   END-START
               END-IF
               IF SC-Class-Code = "????"
                   MOVE "*UNCLASSIFIED PAYROLL" TO
                       WS-Class-Description
               END-IF.

           272-Read-Class-Version.
               READ WorkCompClassFile NEXT RECORD
                   AT END
                       CONTINUE
                   NOT AT END
                       IF WC-Class-Code = SC-Class-Code
                           MOVE WC-Rate-Per-100 TO WS-Class-Rate
                           MOVE WC-Description
                               TO WS-Class-Description
                       END-IF
               END-READ.

           300-Write-Heading.
               MOVE SPACES TO CompRptPrintLine
               WRITE CompRptPrintLine FROM HeaderMain
               CLOSE WorkCompReportFile
               IF WS-CompClass-Ready
                   CLOSE WorkCompClassFile
               END-IF.

           600-FormatDate.
