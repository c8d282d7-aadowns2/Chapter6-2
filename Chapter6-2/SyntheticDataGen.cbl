                       05  YT-Key.
                           10  YT-EmployeeNumber            PIC X(05).
                           10  YT-Year                      PIC 9(04).
                       05  YT-Ytd-Amounts                   PIC X(190).

               FD  TestYtdFile.
                   01  TestYtdRecord.
                       05  TY-Key.
                           10  TY-EmployeeNumber            PIC X(05).
                           10  TY-Year                      PIC 9(04).
                       05  TY-Ytd-Amounts                   PIC X(190).

           Working-Storage Section.
               COPY "Misc.cpy".
