      * RefTable
      * Request block for the RefTable subprogram, which holds the
      * territory/office, deduction code, state tax, tax bracket and
      * exchange rate files in memory and answers lookups from there.
      * Set the table, fill in the key and CALL "RefTable" USING
      * RefTableRequest; the matching record comes back in the view
      * for that table.  A tax bracket lookup returns the highest
      * bracket floor at or below the amount in the key for the
      * territory, as a START LESS THAN OR EQUAL would.
      * Deduction codes, state tax rates and tax brackets are kept by
      * effective date; the version returned is the one in force on
      * RT-As-Of-Date (the pay period date), or today when it is zero.
      * For tax brackets the version is chosen first and the bracket
      * is then found within it.
       01  RefTableRequest.
           05  RT-Table                        PIC X(02).
               88  RT-TerrOff-Table            value "TO".
               88  RT-DeductCode-Table         value "DC".
               88  RT-StateTax-Table           value "ST".
               88  RT-TaxBracket-Table         value "TB".
               88  RT-ExchRate-Table           value "ER".
           05  RT-Key                          PIC X(10).
           05  RT-TerrOff-Key redefines RT-Key.
               10  RT-Key-Territory            PIC X(02).
               10  RT-Key-Office               PIC X(02).
               10                              PIC X(06).
           05  RT-TaxBracket-Key redefines RT-Key.
               10  RT-Key-TB-Territory         PIC X(02).
               10  RT-Key-Bracket-Floor        PIC 9(07).
               10                              PIC X(01).
           05  RT-As-Of-Date                   PIC 9(08).
           05  RT-Result                       PIC X(02).
               88  RT-Found                    value "00".
               88  RT-Not-Found                value "23".
               88  RT-Table-Missing            value "35".
           05  RT-Overflow-Switch              PIC X(01).
               88  RT-Table-Overflowed         value "Y".
               88  RT-Table-Within-Limit       value "N".
           05  RT-Data                         PIC X(60).
           05  RT-TerrOff-Data redefines RT-Data.
               10  RT-TO-Key.
                   15  RT-TO-TerritoryNumber   PIC X(02).
                   15  RT-TO-OfficeNumber      PIC X(02).
               10  RT-TO-Description           PIC X(20).
               10  RT-TO-CurrencyCode          PIC X(03).
               10  RT-TO-Status                PIC X(01).
               10  RT-TO-Close-Date            PIC 9(08).
               10  RT-TO-Pay-Frequency         PIC X(01).
               10  RT-TO-PTO-Accrual-Rate      PIC 9(02)V99.
               10                              PIC X(19).
           05  RT-DeductCode-Data redefines RT-Data.
               10  RT-DC-Code                  PIC X(02).
               10  RT-DC-Effective-Date        PIC 9(08).
               10  RT-DC-Description           PIC X(20).
               10  RT-DC-Tax-Class             PIC X(01).
                   88  RT-DC-Pre-Tax           value "P".
                   88  RT-DC-Post-Tax          value "A".
               10                              PIC X(29).
           05  RT-StateTax-Data redefines RT-Data.
               10  RT-ST-State                 PIC X(02).
               10  RT-ST-Effective-Date        PIC 9(08).
               10  RT-ST-Rate                  PIC 9(03).
               10                              PIC X(47).
           05  RT-TaxBracket-Data redefines RT-Data.
               10  RT-TB-Territory             PIC X(02).
               10  RT-TB-Effective-Date        PIC 9(08).
               10  RT-TB-Bracket-Floor         PIC 9(07).
               10  RT-TB-Rate                  PIC 9(03).
               10                              PIC X(40).
           05  RT-ExchRate-Data redefines RT-Data.
               10  RT-ER-CurrencyCode          PIC X(03).
               10  RT-ER-Rate-To-USD           PIC 9(3)V9999.
               10                              PIC X(50).
