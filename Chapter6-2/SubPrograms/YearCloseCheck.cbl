       Identification Division.
           Program-ID. YearCloseCheck.

      * Answers whether a pay year has been closed by YearEndClose.
      * Called with the four-digit year and a one-byte answer, which
      * comes back "Y" when the YearClose control record for the year
      * is marked closed and "N" otherwise (including when the control
      * file does not exist yet).  Posting programs call it so that
      * nothing is posted into a closed year's ledger or year-to-date
      * totals; W-2 reprints and the EFW2 file build call it so they
      * run only from a closed, frozen year.  The last answer is kept,
      * so repeated calls for the same year do not reopen the file.
       Environment Division.
           Input-Output Section.
           File-Control.
               Select Optional YearCloseFile assign to YearClose
                   Organization is Indexed
                   Access Mode is Dynamic
                   Record Key is YC-Year
                   File Status is WS-YearClose-Status.

       Data Division.
           File Section.
           FD  YearCloseFile.
               01  YearCloseRecord.
                   05  YC-Year                         PIC 9(04).
                   05  YC-Status                       PIC X(01).
                       88  YC-Year-Closed              value "C".
                   05                                  PIC X(123).

           Working-Storage Section.
           01  WS-YearClose-Status                 PIC X(02).
           01  WS-Last-Year                        PIC 9(04) value 0.
           01  WS-Last-Answer                      PIC X(01) value "N".

           Linkage Section.
           01  LK-Year                             PIC 9(04).
           01  LK-Closed-Answer                    PIC X(01).

           Procedure Division USING LK-Year, LK-Closed-Answer.
           0000-Mainline.
               IF LK-Year NOT = WS-Last-Year
                   PERFORM 1000-Read-Year-Close
               END-IF
               MOVE WS-Last-Answer TO LK-Closed-Answer
               EXIT PROGRAM.

           1000-Read-Year-Close.
               MOVE LK-Year TO WS-Last-Year
               MOVE "N" TO WS-Last-Answer
               OPEN INPUT YearCloseFile
               IF WS-YearClose-Status = "00"
                   MOVE LK-Year TO YC-Year
                   READ YearCloseFile
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF YC-Year-Closed
                               MOVE "Y" TO WS-Last-Answer
                           END-IF
                   END-READ
                   CLOSE YearCloseFile
               END-IF.
