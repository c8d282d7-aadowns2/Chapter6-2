       Identification Division.
           Program-ID. RefTable.

      * In-memory reference tables for the batch reports.  Called
      * with the RefTableRequest block (RefTable.cpy).  The first
      * lookup against a table reads the whole file once, in key
      * order, into a table in working storage; every lookup after
      * that is answered from memory with a binary search, so a run
      * reads each reference file once instead of once per employee.
      *     TO  TerrOffFile       key territory and office
      *     DC  DeductCodeFile    key deduction code
      *     ST  StateTaxFile      key state
      *     TB  TaxBracketFile    highest floor at or below the amount
      *     ER  ExchangeRateFile  key currency code
      * The deduction code, state tax and tax bracket files hold each
      * rate under the date it took effect.  Those lookups return the
      * version in force on RT-As-Of-Date (today when it is zero): the
      * entry with the latest effective date not after it.
      * A file that is missing leaves its table empty and every
      * lookup comes back RT-Table-Missing, as a failed OPEN of an
      * optional file did before.  A file with more records than its
      * table holds is an error: it is reported on the console with
      * the table limit, the table is marked overflowed, and the keys
      * that did not fit are looked up on the file itself so the
      * answers stay right until the limit is raised.  For the dated
      * files every lookup goes to the file once the table overflows,
      * since a later version of a code may be among those that did
      * not fit.
       Environment Division.
           Input-Output Section.
           File-Control.
               Select Optional TerrOffFile assign to TerrOff
                   Organization is Indexed
                   Access Mode is Dynamic
                   Record Key is TO-Key
                   File Status is WS-TerrOff-Status.

               Select Optional DeductCodeFile assign to DedCode
                   Organization is Indexed
                   Access Mode is Dynamic
                   Record Key is DC-Key
                   File Status is WS-DeductCode-Status.

               Select Optional StateTaxFile assign to StateTax
                   Organization is Indexed
                   Access Mode is Dynamic
                   Record Key is ST-Key
                   File Status is WS-StateTax-Status.

               Select Optional TaxBracketFile assign to TaxBrkt
                   Organization is Indexed
                   Access Mode is Dynamic
                   Record Key is TB-Key
                   File Status is WS-TaxBracket-Status.

               Select Optional ExchangeRateFile assign to ExchRate
                   Organization is Indexed
                   Access Mode is Dynamic
                   Record Key is ER-CurrencyCode
                   File Status is WS-ExchRate-Status.

       Data Division.
           File Section.
           FD  TerrOffFile.
               01  TerrOffRecord.
                   05  TO-Key                          PIC X(04).
                   05                                  PIC X(37).

           FD  DeductCodeFile.
               01  DeductCodeRecord.
                   05  DC-Key.
                       10  DC-Code                     PIC X(02).
                       10  DC-Effective-Date           PIC 9(08).
                   05                                  PIC X(21).

           FD  StateTaxFile.
               01  StateTaxRecord.
                   05  ST-Key.
                       10  ST-State                    PIC X(02).
                       10  ST-Effective-Date           PIC 9(08).
                   05                                  PIC X(03).

           FD  TaxBracketFile.
               01  TaxBracketRecord.
                   05  TB-Key.
                       10  TB-Territory                PIC X(02).
                       10  TB-Effective-Date           PIC 9(08).
                       10  TB-Bracket-Floor            PIC 9(07).
                   05                                  PIC X(03).

           FD  ExchangeRateFile.
               01  ExchangeRateRecord.
                   05  ER-CurrencyCode                 PIC X(03).
                   05                                  PIC X(07).

           Working-Storage Section.
           01  WS-TerrOff-Status                   PIC X(02).
           01  WS-DeductCode-Status                PIC X(02).
           01  WS-StateTax-Status                  PIC X(02).
           01  WS-TaxBracket-Status                PIC X(02).
           01  WS-ExchRate-Status                  PIC X(02).

           01  WS-Load-Eof-Switch                  PIC X(01).
               88  WS-Load-Eof                     value "Y".
               88  WS-Load-Not-Eof                 value "N".

      * Table limits - the OCCURS clauses below must match.
           01  WS-TO-Limit          PIC 9(04)   COMP value 1000.
           01  WS-DC-Limit          PIC 9(04)   COMP value 1000.
           01  WS-ST-Limit          PIC 9(04)   COMP value 500.
           01  WS-TB-Limit          PIC 9(04)   COMP value 5000.
           01  WS-ER-Limit          PIC 9(04)   COMP value 200.

           01  WS-TO-State                         PIC X(01) value " ".
               88  WS-TO-Not-Loaded                value " ".
               88  WS-TO-Loaded                    value "L".
               88  WS-TO-Missing                   value "M".
               88  WS-TO-Overflowed                value "O".
           01  WS-DC-State                         PIC X(01) value " ".
               88  WS-DC-Not-Loaded                value " ".
               88  WS-DC-Loaded                    value "L".
               88  WS-DC-Missing                   value "M".
               88  WS-DC-Overflowed                value "O".
           01  WS-ST-State                         PIC X(01) value " ".
               88  WS-ST-Not-Loaded                value " ".
               88  WS-ST-Loaded                    value "L".
               88  WS-ST-Missing                   value "M".
               88  WS-ST-Overflowed                value "O".
           01  WS-TB-State                         PIC X(01) value " ".
               88  WS-TB-Not-Loaded                value " ".
               88  WS-TB-Loaded                    value "L".
               88  WS-TB-Missing                   value "M".
               88  WS-TB-Overflowed                value "O".
           01  WS-ER-State                         PIC X(01) value " ".
               88  WS-ER-Not-Loaded                value " ".
               88  WS-ER-Loaded                    value "L".
               88  WS-ER-Missing                   value "M".
               88  WS-ER-Overflowed                value "O".

           01  WS-Low                   PIC 9(04)   COMP value 0.
           01  WS-High                  PIC 9(04)   COMP value 0.
           01  WS-Mid                   PIC 9(04)   COMP value 0.
           01  WS-Hit                   PIC 9(04)   COMP value 0.
           01  WS-Search-Key                       PIC X(17).
           01  WS-Version-Date                     PIC X(08).
           01  WS-Today                 PIC 9(08)   value 0.
           01  WS-As-Of-Date                       PIC 9(08).
           01  WS-Limit-Display                    PIC ZZZ9.

           01  WS-TO-Count              PIC 9(04)   COMP value 0.
           01  WS-TO-Table.
               05  WS-TO-Entry OCCURS 1 TO 1000 TIMES
                       DEPENDING ON WS-TO-Count
                       ASCENDING KEY IS WS-TO-Entry-Key
                       INDEXED BY WS-TO-Idx.
                   10  WS-TO-Entry-Key                 PIC X(04).
                   10  WS-TO-Entry-Data                PIC X(41).

           01  WS-DC-Count              PIC 9(04)   COMP value 0.
           01  WS-DC-Table.
               05  WS-DC-Entry OCCURS 1 TO 1000 TIMES
                       DEPENDING ON WS-DC-Count.
                   10  WS-DC-Entry-Key                 PIC X(10).
                   10  WS-DC-Entry-Data                PIC X(31).

           01  WS-ST-Count              PIC 9(04)   COMP value 0.
           01  WS-ST-Table.
               05  WS-ST-Entry OCCURS 1 TO 500 TIMES
                       DEPENDING ON WS-ST-Count.
                   10  WS-ST-Entry-Key                 PIC X(10).
                   10  WS-ST-Entry-Data                PIC X(13).

           01  WS-TB-Count              PIC 9(04)   COMP value 0.
           01  WS-TB-Table.
               05  WS-TB-Entry OCCURS 1 TO 5000 TIMES
                       DEPENDING ON WS-TB-Count.
                   10  WS-TB-Entry-Key                 PIC X(17).
                   10  WS-TB-Entry-Data                PIC X(20).

           01  WS-ER-Count              PIC 9(04)   COMP value 0.
           01  WS-ER-Table.
               05  WS-ER-Entry OCCURS 1 TO 200 TIMES
                       DEPENDING ON WS-ER-Count
                       ASCENDING KEY IS WS-ER-Entry-Key
                       INDEXED BY WS-ER-Idx.
                   10  WS-ER-Entry-Key                 PIC X(03).
                   10  WS-ER-Entry-Data                PIC X(10).

          COPY "WS_Date.cpy" REPLACING LEADING ==Prefix== BY ==LK==.

           Linkage Section.
           COPY "RefTable.cpy".

           Procedure Division USING RefTableRequest.
           0000-Mainline.
               SET RT-Not-Found TO TRUE
               SET RT-Table-Within-Limit TO TRUE
               MOVE SPACES TO RT-Data
               PERFORM 0100-Set-As-Of-Date
               EVALUATE TRUE
                   WHEN RT-TerrOff-Table
                       PERFORM 1000-Find-TerrOff
                   WHEN RT-DeductCode-Table
                       PERFORM 2000-Find-DeductCode
                   WHEN RT-StateTax-Table
                       PERFORM 3000-Find-StateTax
                   WHEN RT-TaxBracket-Table
                       PERFORM 4000-Find-TaxBracket
                   WHEN RT-ExchRate-Table
                       PERFORM 5000-Find-ExchRate
                   WHEN OTHER
                       DISPLAY "REFTABLE: unknown table code "
                           RT-Table
               END-EVALUATE
               EXIT PROGRAM.

           0100-Set-As-Of-Date.
               IF WS-Today = 0
                   CALL "DateFormat" USING LK_Current_Date
                   MOVE LK_Current_Date TO WS-Today
               END-IF
               MOVE WS-Today TO WS-As-Of-Date
               IF RT-As-Of-Date IS NUMERIC
                   IF RT-As-Of-Date > 0
                       MOVE RT-As-Of-Date TO WS-As-Of-Date
                   END-IF
               END-IF.

      *****************************************************************
      * Territory/office master                                       *
      *****************************************************************
           1000-Find-TerrOff.
               IF WS-TO-Not-Loaded
                   PERFORM 1100-Load-TerrOff
               END-IF
               IF WS-TO-Missing
                   SET RT-Table-Missing TO TRUE
               ELSE
                   IF WS-TO-Count > 0
                       SEARCH ALL WS-TO-Entry
                           AT END
                               CONTINUE
                           WHEN WS-TO-Entry-Key (WS-TO-Idx)
                                   = RT-Key(1:4)
                               SET RT-Found TO TRUE
                               MOVE WS-TO-Entry-Data (WS-TO-Idx)
                                   TO RT-Data
                       END-SEARCH
                   END-IF
                   IF WS-TO-Overflowed
                       SET RT-Table-Overflowed TO TRUE
                       IF RT-Not-Found
                           PERFORM 1200-Read-TerrOff-File
                       END-IF
                   END-IF
               END-IF.

           1100-Load-TerrOff.
               SET WS-TO-Loaded TO TRUE
               MOVE 0 TO WS-TO-Count
               OPEN INPUT TerrOffFile
               IF WS-TerrOff-Status NOT = "00"
                   SET WS-TO-Missing TO TRUE
                   IF WS-TerrOff-Status = "05"
                       CLOSE TerrOffFile
                   END-IF
               ELSE
                   SET WS-Load-Not-Eof TO TRUE
                   PERFORM 1110-Load-One-TerrOff
                       UNTIL WS-Load-Eof
                   IF WS-TO-Loaded
                       CLOSE TerrOffFile
                   END-IF
               END-IF.

           1110-Load-One-TerrOff.
               READ TerrOffFile NEXT RECORD
                   AT END
                       SET WS-Load-Eof TO TRUE
                   NOT AT END
                       IF WS-TO-Count < WS-TO-Limit
                           ADD 1 TO WS-TO-Count
                           MOVE TO-Key
                               TO WS-TO-Entry-Key (WS-TO-Count)
                           MOVE TerrOffRecord
                               TO WS-TO-Entry-Data (WS-TO-Count)
                       ELSE
                           SET WS-TO-Overflowed TO TRUE
                           SET WS-Load-Eof TO TRUE
                           MOVE WS-TO-Limit TO WS-Limit-Display
                           DISPLAY "REFTABLE: TerrOffFile has more "
                               "than " WS-Limit-Display " records - "
                               "table limit exceeded"
                       END-IF
               END-READ.

           1200-Read-TerrOff-File.
               MOVE RT-Key(1:4) TO TO-Key
               READ TerrOffFile
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET RT-Found TO TRUE
                       MOVE TerrOffRecord TO RT-Data
               END-READ.

      *****************************************************************
      * Deduction codes                                               *
      *****************************************************************
           2000-Find-DeductCode.
               IF WS-DC-Not-Loaded
                   PERFORM 2100-Load-DeductCode
               END-IF
               IF WS-DC-Missing
                   SET RT-Table-Missing TO TRUE
               ELSE
                   IF WS-DC-Overflowed
                       SET RT-Table-Overflowed TO TRUE
                       PERFORM 2200-Read-DeductCode-File
                   ELSE
                       PERFORM 2050-Search-DeductCode
                   END-IF
               END-IF.

           2050-Search-DeductCode.
               MOVE SPACES TO WS-Search-Key
               MOVE RT-Key(1:2) TO WS-Search-Key(1:2)
               MOVE WS-As-Of-Date TO WS-Search-Key(3:8)
               MOVE 0 TO WS-Hit
               MOVE 1 TO WS-Low
               MOVE WS-DC-Count TO WS-High
               PERFORM 2060-Halve-DeductCode-Range
                   UNTIL WS-Low > WS-High
               IF WS-Hit > 0
                   IF WS-DC-Entry-Key (WS-Hit)(1:2) = RT-Key(1:2)
                       SET RT-Found TO TRUE
                       MOVE WS-DC-Entry-Data (WS-Hit) TO RT-Data
                   END-IF
               END-IF.

           2060-Halve-DeductCode-Range.
               COMPUTE WS-Mid = (WS-Low + WS-High) / 2
               IF WS-DC-Entry-Key (WS-Mid) <= WS-Search-Key(1:10)
                   MOVE WS-Mid TO WS-Hit
                   COMPUTE WS-Low = WS-Mid + 1
               ELSE
                   IF WS-Mid = 1
                       MOVE 0 TO WS-High
                   ELSE
                       COMPUTE WS-High = WS-Mid - 1
                   END-IF
               END-IF.

           2100-Load-DeductCode.
               SET WS-DC-Loaded TO TRUE
               MOVE 0 TO WS-DC-Count
               OPEN INPUT DeductCodeFile
               IF WS-DeductCode-Status NOT = "00"
                   SET WS-DC-Missing TO TRUE
                   IF WS-DeductCode-Status = "05"
                       CLOSE DeductCodeFile
                   END-IF
               ELSE
                   SET WS-Load-Not-Eof TO TRUE
                   PERFORM 2110-Load-One-DeductCode
                       UNTIL WS-Load-Eof
                   IF WS-DC-Loaded
                       CLOSE DeductCodeFile
                   END-IF
               END-IF.

           2110-Load-One-DeductCode.
               READ DeductCodeFile NEXT RECORD
                   AT END
                       SET WS-Load-Eof TO TRUE
                   NOT AT END
                       IF WS-DC-Count < WS-DC-Limit
                           ADD 1 TO WS-DC-Count
                           MOVE DC-Key
                               TO WS-DC-Entry-Key (WS-DC-Count)
                           MOVE DeductCodeRecord
                               TO WS-DC-Entry-Data (WS-DC-Count)
                       ELSE
                           SET WS-DC-Overflowed TO TRUE
                           SET WS-Load-Eof TO TRUE
                           MOVE WS-DC-Limit TO WS-Limit-Display
                           DISPLAY "REFTABLE: DeductCodeFile has more "
                               "than " WS-Limit-Display " records - "
                               "table limit exceeded"
                       END-IF
               END-READ.

           2200-Read-DeductCode-File.
               MOVE RT-Key(1:2) TO DC-Code
               MOVE WS-As-Of-Date TO DC-Effective-Date
               START DeductCodeFile KEY IS LESS THAN OR EQUAL DC-Key
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       READ DeductCodeFile NEXT RECORD
                           AT END
                               CONTINUE
                           NOT AT END
                               IF DC-Code = RT-Key(1:2)
                                   SET RT-Found TO TRUE
                                   MOVE DeductCodeRecord TO RT-Data
                               END-IF
                       END-READ
               END-START.

      *****************************************************************
      * State income tax rates                                        *
      *****************************************************************
           3000-Find-StateTax.
               IF WS-ST-Not-Loaded
                   PERFORM 3100-Load-StateTax
               END-IF
               IF WS-ST-Missing
                   SET RT-Table-Missing TO TRUE
               ELSE
                   IF WS-ST-Overflowed
                       SET RT-Table-Overflowed TO TRUE
                       PERFORM 3200-Read-StateTax-File
                   ELSE
                       PERFORM 3050-Search-StateTax
                   END-IF
               END-IF.

           3050-Search-StateTax.
               MOVE SPACES TO WS-Search-Key
               MOVE RT-Key(1:2) TO WS-Search-Key(1:2)
               MOVE WS-As-Of-Date TO WS-Search-Key(3:8)
               MOVE 0 TO WS-Hit
               MOVE 1 TO WS-Low
               MOVE WS-ST-Count TO WS-High
               PERFORM 3060-Halve-StateTax-Range
                   UNTIL WS-Low > WS-High
               IF WS-Hit > 0
                   IF WS-ST-Entry-Key (WS-Hit)(1:2) = RT-Key(1:2)
                       SET RT-Found TO TRUE
                       MOVE WS-ST-Entry-Data (WS-Hit) TO RT-Data
                   END-IF
               END-IF.

           3060-Halve-StateTax-Range.
               COMPUTE WS-Mid = (WS-Low + WS-High) / 2
               IF WS-ST-Entry-Key (WS-Mid) <= WS-Search-Key(1:10)
                   MOVE WS-Mid TO WS-Hit
                   COMPUTE WS-Low = WS-Mid + 1
               ELSE
                   IF WS-Mid = 1
                       MOVE 0 TO WS-High
                   ELSE
                       COMPUTE WS-High = WS-Mid - 1
                   END-IF
               END-IF.

           3100-Load-StateTax.
               SET WS-ST-Loaded TO TRUE
               MOVE 0 TO WS-ST-Count
               OPEN INPUT StateTaxFile
               IF WS-StateTax-Status NOT = "00"
                   SET WS-ST-Missing TO TRUE
                   IF WS-StateTax-Status = "05"
                       CLOSE StateTaxFile
                   END-IF
               ELSE
                   SET WS-Load-Not-Eof TO TRUE
                   PERFORM 3110-Load-One-StateTax
                       UNTIL WS-Load-Eof
                   IF WS-ST-Loaded
                       CLOSE StateTaxFile
                   END-IF
               END-IF.

           3110-Load-One-StateTax.
               READ StateTaxFile NEXT RECORD
                   AT END
                       SET WS-Load-Eof TO TRUE
                   NOT AT END
                       IF WS-ST-Count < WS-ST-Limit
                           ADD 1 TO WS-ST-Count
                           MOVE ST-Key
                               TO WS-ST-Entry-Key (WS-ST-Count)
                           MOVE StateTaxRecord
                               TO WS-ST-Entry-Data (WS-ST-Count)
                       ELSE
                           SET WS-ST-Overflowed TO TRUE
                           SET WS-Load-Eof TO TRUE
                           MOVE WS-ST-Limit TO WS-Limit-Display
                           DISPLAY "REFTABLE: StateTaxFile has more "
                               "than " WS-Limit-Display " records - "
                               "table limit exceeded"
                       END-IF
               END-READ.

           3200-Read-StateTax-File.
               MOVE RT-Key(1:2) TO ST-State
               MOVE WS-As-Of-Date TO ST-Effective-Date
               START StateTaxFile KEY IS LESS THAN OR EQUAL ST-Key
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       READ StateTaxFile NEXT RECORD
                           AT END
                               CONTINUE
                           NOT AT END
                               IF ST-State = RT-Key(1:2)
                                   SET RT-Found TO TRUE
                                   MOVE StateTaxRecord TO RT-Data
                               END-IF
                       END-READ
               END-START.

      *****************************************************************
      * Tax brackets - the version wanted is the last one for the     *
      * territory whose effective date is not after the as-of date;   *
      * the entry wanted is then the last one in that version whose   *
      * floor is not above the amount asked for.                      *
      *****************************************************************
           4000-Find-TaxBracket.
               IF WS-TB-Not-Loaded
                   PERFORM 4100-Load-TaxBracket
               END-IF
               IF WS-TB-Missing
                   SET RT-Table-Missing TO TRUE
               ELSE
                   IF WS-TB-Overflowed
                       SET RT-Table-Overflowed TO TRUE
                       PERFORM 4200-Read-TaxBracket-File
                   ELSE
                       PERFORM 4050-Search-TaxBracket
                   END-IF
               END-IF.

           4050-Search-TaxBracket.
               MOVE RT-Key(1:2) TO WS-Search-Key(1:2)
               MOVE WS-As-Of-Date TO WS-Search-Key(3:8)
               MOVE "9999999" TO WS-Search-Key(11:7)
               PERFORM 4055-Find-TaxBracket-Entry
               IF WS-Hit > 0
                   IF WS-TB-Entry-Key (WS-Hit)(1:2) = RT-Key(1:2)
                       MOVE WS-TB-Entry-Key (WS-Hit)(3:8)
                           TO WS-Version-Date
                       MOVE WS-Version-Date TO WS-Search-Key(3:8)
                       MOVE RT-Key(3:7) TO WS-Search-Key(11:7)
                       PERFORM 4055-Find-TaxBracket-Entry
                       IF WS-Hit > 0
                           IF WS-TB-Entry-Key (WS-Hit)(1:10)
                                   = WS-Search-Key(1:10)
                               SET RT-Found TO TRUE
                               MOVE WS-TB-Entry-Data (WS-Hit)
                                   TO RT-Data
                           END-IF
                       END-IF
                   END-IF
               END-IF.

           4055-Find-TaxBracket-Entry.
               MOVE 0 TO WS-Hit
               MOVE 1 TO WS-Low
               MOVE WS-TB-Count TO WS-High
               PERFORM 4060-Halve-TaxBracket-Range
                   UNTIL WS-Low > WS-High.

           4060-Halve-TaxBracket-Range.
               COMPUTE WS-Mid = (WS-Low + WS-High) / 2
               IF WS-TB-Entry-Key (WS-Mid) <= WS-Search-Key
                   MOVE WS-Mid TO WS-Hit
                   COMPUTE WS-Low = WS-Mid + 1
               ELSE
                   IF WS-Mid = 1
                       MOVE 0 TO WS-High
                   ELSE
                       COMPUTE WS-High = WS-Mid - 1
                   END-IF
               END-IF.

           4100-Load-TaxBracket.
               SET WS-TB-Loaded TO TRUE
               MOVE 0 TO WS-TB-Count
               OPEN INPUT TaxBracketFile
               IF WS-TaxBracket-Status NOT = "00"
                   SET WS-TB-Missing TO TRUE
                   IF WS-TaxBracket-Status = "05"
                       CLOSE TaxBracketFile
                   END-IF
               ELSE
                   SET WS-Load-Not-Eof TO TRUE
                   PERFORM 4110-Load-One-TaxBracket
                       UNTIL WS-Load-Eof
                   IF WS-TB-Loaded
                       CLOSE TaxBracketFile
                   END-IF
               END-IF.

           4110-Load-One-TaxBracket.
               READ TaxBracketFile NEXT RECORD
                   AT END
                       SET WS-Load-Eof TO TRUE
                   NOT AT END
                       IF WS-TB-Count < WS-TB-Limit
                           ADD 1 TO WS-TB-Count
                           MOVE TB-Key
                               TO WS-TB-Entry-Key (WS-TB-Count)
                           MOVE TaxBracketRecord
                               TO WS-TB-Entry-Data (WS-TB-Count)
                       ELSE
                           SET WS-TB-Overflowed TO TRUE
                           SET WS-Load-Eof TO TRUE
                           MOVE WS-TB-Limit TO WS-Limit-Display
                           DISPLAY "REFTABLE: TaxBracketFile has more "
                               "than " WS-Limit-Display " records - "
                               "table limit exceeded"
                       END-IF
               END-READ.

           4200-Read-TaxBracket-File.
               MOVE RT-Key(1:2) TO TB-Territory
               MOVE WS-As-Of-Date TO TB-Effective-Date
               MOVE 9999999 TO TB-Bracket-Floor
               START TaxBracketFile KEY IS LESS THAN OR EQUAL TB-Key
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM 4210-Read-Next-TaxBracket
               END-START
               IF RT-Found
                   SET RT-Not-Found TO TRUE
                   MOVE TB-Effective-Date TO WS-Version-Date
                   MOVE RT-Key-Bracket-Floor TO TB-Bracket-Floor
                   START TaxBracketFile
                           KEY IS LESS THAN OR EQUAL TB-Key
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           PERFORM 4210-Read-Next-TaxBracket
                   END-START
                   IF RT-Found
                           AND TB-Key(3:8) NOT = WS-Version-Date
                       SET RT-Not-Found TO TRUE
                       MOVE SPACES TO RT-Data
                   END-IF
               END-IF.

           4210-Read-Next-TaxBracket.
               READ TaxBracketFile NEXT RECORD
                   AT END
                       CONTINUE
                   NOT AT END
                       IF TB-Territory = RT-Key(1:2)
                           SET RT-Found TO TRUE
                           MOVE TaxBracketRecord TO RT-Data
                       END-IF
               END-READ.

      *****************************************************************
      * Currency exchange rates                                       *
      *****************************************************************
           5000-Find-ExchRate.
               IF WS-ER-Not-Loaded
                   PERFORM 5100-Load-ExchRate
               END-IF
               IF WS-ER-Missing
                   SET RT-Table-Missing TO TRUE
               ELSE
                   IF WS-ER-Count > 0
                       SEARCH ALL WS-ER-Entry
                           AT END
                               CONTINUE
                           WHEN WS-ER-Entry-Key (WS-ER-Idx)
                                   = RT-Key(1:3)
                               SET RT-Found TO TRUE
                               MOVE WS-ER-Entry-Data (WS-ER-Idx)
                                   TO RT-Data
                       END-SEARCH
                   END-IF
                   IF WS-ER-Overflowed
                       SET RT-Table-Overflowed TO TRUE
                       IF RT-Not-Found
                           PERFORM 5200-Read-ExchRate-File
                       END-IF
                   END-IF
               END-IF.

           5100-Load-ExchRate.
               SET WS-ER-Loaded TO TRUE
               MOVE 0 TO WS-ER-Count
               OPEN INPUT ExchangeRateFile
               IF WS-ExchRate-Status NOT = "00"
                   SET WS-ER-Missing TO TRUE
                   IF WS-ExchRate-Status = "05"
                       CLOSE ExchangeRateFile
                   END-IF
               ELSE
                   SET WS-Load-Not-Eof TO TRUE
                   PERFORM 5110-Load-One-ExchRate
                       UNTIL WS-Load-Eof
                   IF WS-ER-Loaded
                       CLOSE ExchangeRateFile
                   END-IF
               END-IF.

           5110-Load-One-ExchRate.
               READ ExchangeRateFile NEXT RECORD
                   AT END
                       SET WS-Load-Eof TO TRUE
                   NOT AT END
                       IF WS-ER-Count < WS-ER-Limit
                           ADD 1 TO WS-ER-Count
                           MOVE ER-CurrencyCode
                               TO WS-ER-Entry-Key (WS-ER-Count)
                           MOVE ExchangeRateRecord
                               TO WS-ER-Entry-Data (WS-ER-Count)
                       ELSE
                           SET WS-ER-Overflowed TO TRUE
                           SET WS-Load-Eof TO TRUE
                           MOVE WS-ER-Limit TO WS-Limit-Display
                           DISPLAY "REFTABLE: ExchangeRateFile has "
                               "more than " WS-Limit-Display
                               " records - table limit exceeded"
                       END-IF
               END-READ.

           5200-Read-ExchRate-File.
               MOVE RT-Key(1:3) TO ER-CurrencyCode
               READ ExchangeRateFile
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET RT-Found TO TRUE
                       MOVE ExchangeRateRecord TO RT-Data
               END-READ.
