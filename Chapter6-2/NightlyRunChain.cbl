      * instead of re-running the whole chain.  Command-line options:
      *     R                force a restart from step one
      *     S <step name>    skip the named step this run
      *     D [yyyymmdd]     dry run: list what would run on the date
      *                      (default today); nothing is run or logged
      * Every resume, restart, and skip decision is written to the
      * chain log.  A step ending with return code 4 is logged as a
      * WARNING and the chain continues.  A step flagged to hold for
      * sign-off (DirectDepositExport in the built-in list) is held
      * while the PayVarianceReview sign-off record is pending; the
      * chain stops there and resumes at that step once the payroll
      * supervisor has signed the review off.
      * Step one takes a SuiteSnapshot generation of every master and
      * history file, so the whole suite can be put back to the state
      * before the run with SuiteRestore.  A resume after a failure
      * starts past the snapshot and does not retake it.
      * The steps are read from the chain definition file (ChainDef),
      * one line per step in run order; a line starting with * is a
      * comment.  Each line carries:
      *     cols  1-20   step name
      *     cols 22-61   command
      *     col  63      run condition
      *                    D  daily (every run)
      *                    M  last business day of the month
      *                    Q  last business day of a quarter
      *                    Y  last business day of the year
      *                    P  pay dates only
      *     col  65      on failure: A abort the chain, C continue
      *     col  67      H  hold until the variance review is signed
      *                     off (steps that release pay)
      * A blank condition is daily and a blank failure setting aborts.
      * Business days exclude weekends and HolidayCalFile dates; a pay
      * date is a PayPeriodCalFile period end, backed up to the prior
      * business day as DirectDepositExport settles it.  Steps not
      * scheduled for the date are logged as skipped and count as
      * done for a resume.  A failing step set to continue is logged
      * FAILED, the chain carries on, and the chain ends with return
      * code 4.  Without a ChainDef file the built-in step list runs
      * daily with abort on failure, as before.
       Environment Division.
           Configuration Section.
               Special-Names.
                       Organization is Line Sequential
                       File Status is WS-ChainHist-Status.

                   Select Optional VarianceSignoffFile
                       assign to VarSignoff
                       Organization is Line Sequential
                       File Status is WS-VarSignoff-Status.

                   Select Optional ChainDefFile assign to ChainDef
                       Organization is Line Sequential
                       File Status is WS-ChainDef-Status.

                   Select Optional HolidayCalFile assign to HolCal
                       File Status is WS-HolCal-Status
                       Organization is Indexed
                       Access Mode is Dynamic
                       Record Key is HC-Date.

                   Select Optional PayPeriodCalFile assign to PerCal
                       File Status is WS-PerCal-Status
                       Organization is Indexed
                       Access Mode is Dynamic
                       Record Key is PC-Key.

               I-O-Control.

       Data Division.
                       05  CH-Return-Code                   PIC 9(04).
                       05                                   PIC X(24).

               FD  VarianceSignoffFile
                   Record Contains 40 characters.
                   01  VarianceSignoffRecord.
                       05  VS-Review-Date                   PIC 9(08).
                       05  VS-Review-Time                   PIC 9(06).
                       05  VS-Exception-Count               PIC 9(05).
                       05  VS-Status                        PIC X(01).
                           88  VS-Pending                   value "P".
                           88  VS-Signed-Off                value "S".
                           88  VS-Clear                     value "C".
                       05  VS-Signed-By                     PIC X(08).
                       05  VS-Signed-Date                   PIC 9(08).
                       05                                   PIC X(04).

               FD  ChainDefFile
                   Record Contains 80 characters.
                   01  ChainDefRecord.
                       05  DF-Step-Name                     PIC X(20).
                       05                                   PIC X(01).
                       05  DF-Step-Command                  PIC X(40).
                       05                                   PIC X(01).
                       05  DF-Run-Condition                 PIC X(01).
                       05                                   PIC X(01).
                       05  DF-On-Failure                    PIC X(01).
                       05                                   PIC X(01).
                       05  DF-Signoff-Hold                  PIC X(01).
                       05                                   PIC X(13).

               FD  HolidayCalFile.
                   01  HolidayCalRecord.
                       05  HC-Date                          PIC 9(08).
                       05  HC-Description                   PIC X(20).

               FD  PayPeriodCalFile.
                   01  PayPeriodCalRecord.
                       05  PC-Key.
                           10  PC-Pay-Frequency             PIC X(01).
                           10  PC-Period-End-Date           PIC 9(08).
                       05  PC-Period-Number                  PIC 9(03).

           Working-Storage Section.
               COPY "Misc.cpy".
              COPY "WS_Date.cpy" REPLACING LEADING ==Prefix== BY ==LK==.
               01  ChainLog-Status                     PIC X(02).
               01  WS-ChainState-Status                PIC X(02).
               01  WS-ChainHist-Status                 PIC X(02).
               01  WS-VarSignoff-Status                PIC X(02).
               01  WS-ChainDef-Status                  PIC X(02).
               01  WS-HolCal-Status                    PIC X(02).
               01  WS-PerCal-Status                    PIC X(02).
               01  WS-HolCal-Switch   PIC X(01)   value "N".
                   88  WS-HolCal-Ready                      value "Y".
                   88  WS-HolCal-Not-Ready                  value "N".
               01  WS-PerCal-Switch   PIC X(01)   value "N".
                   88  WS-PerCal-Ready                      value "Y".
                   88  WS-PerCal-Not-Ready                  value "N".
               01  WS-Step-Start-Time   PIC 9(06)   value 0.
               01  WS-Step-Start-R redefines WS-Step-Start-Time.
                   05  WS-Start-HH                      PIC 9(02).
               01  WS-Chain-Option   PIC X(01)   value spaces.
                   88  Chain-Force-Restart                  value "R".
                   88  Chain-Skip-Requested                 value "S".
                   88  Chain-Dry-Run                        value "D".
               01  WS-Skip-Step-Name   PIC X(20)   value spaces.
               01  WS-Dry-Run-Token   PIC X(08)   value spaces.

               01  WS-Step-Command   PIC X(40).
               01  WS-Step-Name   PIC X(20).
               01  WS-Failed-Step   PIC X(20)   value spaces.
               01  WS-Step-Count   PIC 9(02)   COMP value 0.
               01  WS-Step-Idx   PIC 9(02)   COMP value 0.
               01  WS-Start-Step   PIC 9(02)   COMP value 1.
               01  WS-Last-Good-Step   PIC 9(02)   value 0.
               01  WS-Today   PIC 9(08)   value 0.
               01  WS-Max-Steps   PIC 9(02)   COMP value 50.
               01  WS-Default-Step-Count   PIC 9(02)   COMP value 12.
               01  WS-Count-Edit   PIC Z9.
               01  WS-Continued-Count   PIC 9(02)   value 0.

               01  WS-Def-Eof-Switch   PIC X(01)   value "N".
                   88  WS-Def-Eof                           value "Y".
                   88  WS-Def-Not-Eof                       value "N".
               01  WS-Def-Error-Switch   PIC X(01)   value "N".
                   88  WS-Def-Error                         value "Y".
                   88  WS-Def-Ok                            value "N".

               01  WS-Schedule-Date   PIC 9(08)   value 0.
               01  WS-Schedule-Date-R redefines WS-Schedule-Date.
                   05  WS-Schedule-Year                 PIC 9(04).
                   05  WS-Schedule-Month                PIC 9(02).
                       88  WS-Quarter-End-Month   values 3 6 9 12.
                       88  WS-Year-End-Month            value 12.
                   05  WS-Schedule-Day                  PIC 9(02).
               01  WS-Check-Date   PIC 9(08)   value 0.
               01  WS-Check-Date-R redefines WS-Check-Date.
                   05  WS-Check-Year                    PIC 9(04).
                   05  WS-Check-Month                   PIC 9(02).
                   05  WS-Check-Day                     PIC 9(02).
               01  WS-Check-Integer   PIC 9(08)   COMP value 0.
               01  WS-Day-Of-Week   PIC 9(01)   value 0.
               01  WS-Business-Day-Switch   PIC X(01)   value "N".
                   88  WS-Business-Day                      value "Y".
                   88  WS-Not-Business-Day                  value "N".
               01  WS-Month-End-Switch   PIC X(01)   value "N".
                   88  WS-Is-Month-End                      value "Y".
                   88  WS-Not-Month-End                     value "N".
               01  WS-Pay-Date-Switch   PIC X(01)   value "N".
                   88  WS-Is-Pay-Date                       value "Y".
                   88  WS-Not-Pay-Date                      value "N".
               01  WS-Frequency-Values   PIC X(04)   value "WBSM".
               01  WS-Frequency-Table redefines WS-Frequency-Values.
                   05  WS-Frequency-Code  PIC X(01)  OCCURS 4 TIMES.
               01  WS-Freq-Idx   PIC 9(01)   COMP value 0.

               01  WS-Scheduled-Switch   PIC X(01)   value "Y".
                   88  WS-Step-Scheduled                    value "Y".
                   88  WS-Step-Not-Scheduled                value "N".
               01  WS-Condition-Text   PIC X(16)   value spaces.

               01  WS-Step-Table.
                   05  WS-Step-Entry OCCURS 50 TIMES.
                       10  WS-Tbl-Step-Name             PIC X(20).
                       10  WS-Tbl-Step-Command          PIC X(40).
                       10  WS-Tbl-Run-Condition         PIC X(01).
                           88  WS-Tbl-Run-Daily         value "D".
                           88  WS-Tbl-Run-Month-End     value "M".
                           88  WS-Tbl-Run-Quarter-End   value "Q".
                           88  WS-Tbl-Run-Year-End      value "Y".
                           88  WS-Tbl-Run-Pay-Date      value "P".
                           88  WS-Tbl-Valid-Condition
                                   values "D" "M" "Q" "Y" "P".
                       10  WS-Tbl-On-Failure            PIC X(01).
                           88  WS-Tbl-Abort-On-Failure  value "A".
                           88  WS-Tbl-Continue-On-Failure
                                                        value "C".
                       10  WS-Tbl-Signoff-Hold          PIC X(01).
                           88  WS-Tbl-Hold-For-Signoff  value "H".
                           88  WS-Tbl-Valid-Hold        values "H" " ".

               01  WS-Step-Table-Values.
               05   PIC X(60)   value
                   "SuiteSnapshot       ./SuiteSnapshot".
               05   PIC X(01)   value space.
               05   PIC X(60)   value
                   "Chapter6-2          ./Chapter6-2".
               05   PIC X(01)   value space.
               05   PIC X(60)   value
                   "PayrollExtract      ./PayrollExtract".
               05   PIC X(01)   value space.
               05   PIC X(60)   value
                   "NetPayReport        ./NetPayReport".
               05   PIC X(01)   value space.
               05   PIC X(60)   value
                   "OfficeSummary       ./OfficeSummary".
               05   PIC X(01)   value space.
               05   PIC X(60)   value
                   "YearEndSummary      ./YearEndSummary".
               05   PIC X(01)   value space.
               05   PIC X(60)   value
                   "PayVarianceReview   ./PayVarianceReview".
               05   PIC X(01)   value space.
               05   PIC X(60)   value
                   "DirectDepositExport ./DirectDepositExport".
               05   PIC X(01)   value "H".
               05   PIC X(60)   value
                   "BankHoldReport      ./BankHoldReport".
               05   PIC X(01)   value space.
               05   PIC X(60)   value
                   "DeltaFeed           ./DeltaFeed".
               05   PIC X(01)   value space.
               05   PIC X(60)   value
                   "CustomerReport      ./CustomerReport".
               05   PIC X(01)   value space.
               05   PIC X(60)   value
                   "ReportArchive       ./ReportArchive".
               05   PIC X(01)   value space.
               01  WS-Default-Step-Table
                       redefines WS-Step-Table-Values.
                   05  WS-Default-Step-Entry OCCURS 12 TIMES.
                       10  WS-Dflt-Step-Name            PIC X(20).
                       10  WS-Dflt-Step-Command         PIC X(40).
                       10  WS-Dflt-Signoff-Hold         PIC X(01).

               01  ChainLogDetail.
               05   PIC X(12)   value spaces.
               IF WS-Files-Ready
                   PERFORM 600-FormatDate
                   PERFORM 700-FormatTime
                   IF WS-Schedule-Date = 0
                       MOVE WS-Today TO WS-Schedule-Date
                   END-IF
                   IF NOT Chain-Dry-Run
                       PERFORM 300-Write-Heading
                   END-IF
                   PERFORM 120-Load-Chain-Definition
                   PERFORM 130-Classify-Schedule-Date
               END-IF
               IF WS-Files-Ready AND Chain-Dry-Run
                   PERFORM 260-List-Dry-Run
               END-IF
               IF WS-Files-Ready AND NOT Chain-Dry-Run
                   PERFORM 110-Read-Chain-State
                   PERFORM 280-Run-Chain-Step
                       VARYING WS-Step-Idx FROM WS-Start-Step BY 1
               PERFORM 500-Close-Files.
               IF WS-Open-Failed OR Chain-Failed
                   MOVE 16 TO RETURN-CODE
               ELSE
                   IF WS-Continued-Count > 0
                       MOVE 4 TO RETURN-CODE
                   END-IF
               END-IF
               STOP RUN.

                       MOVE WS-Command-Line-Param(3:20)
                           TO WS-Skip-Step-Name
                   END-IF
                   IF Chain-Dry-Run
                       MOVE WS-Command-Line-Param(3:8)
                           TO WS-Dry-Run-Token
                       PERFORM 055-Check-Dry-Run-Date
                   END-IF
               END-IF.

           055-Check-Dry-Run-Date.
               IF WS-Dry-Run-Token NOT = SPACES
                   IF WS-Dry-Run-Token IS NUMERIC
                       MOVE WS-Dry-Run-Token TO WS-Schedule-Date
                       IF FUNCTION TEST-DATE-YYYYMMDD(WS-Schedule-Date)
                               NOT = 0
                           MOVE 0 TO WS-Schedule-Date
                       END-IF
                   END-IF
                   IF WS-Schedule-Date = 0
                       DISPLAY "NIGHTLYRUN: dry-run date is not a "
                           "valid YYYYMMDD date: " WS-Dry-Run-Token
                       SET WS-Open-Failed TO TRUE
                   END-IF
               END-IF.

           100-Open-Files.
               IF WS-Files-Ready AND NOT Chain-Dry-Run
                   OPEN OUTPUT ChainLogFile
                   CALL "Validations" USING ChainLog-Status,
                       "NIGHTLYRUN"
                   IF ChainLog-Status NOT = "00"
                       SET WS-Open-Failed TO TRUE
                   END-IF
                   OPEN EXTEND ChainHistoryFile
                   IF WS-ChainHist-Status NOT = "00"
                       OPEN OUTPUT ChainHistoryFile
                   END-IF
               END-IF
               OPEN INPUT HolidayCalFile
               IF WS-HolCal-Status = "00"
                   SET WS-HolCal-Ready TO TRUE
               END-IF
               OPEN INPUT PayPeriodCalFile
               IF WS-PerCal-Status = "00"
                   SET WS-PerCal-Ready TO TRUE
               END-IF.

           110-Read-Chain-State.
                   END-IF
               END-IF.

      *****************************************************************
      * Load the step table from the chain definition file.  Every
      * line is checked before anything runs; a bad run condition or
      * failure setting, or more steps than the table holds, stops
      * the chain with nothing run.
      *****************************************************************
           120-Load-Chain-Definition.
               MOVE 0 TO WS-Step-Count
               SET WS-Def-Ok TO TRUE
               OPEN INPUT ChainDefFile
               IF WS-ChainDef-Status = "00"
                   SET WS-Def-Not-Eof TO TRUE
                   PERFORM 122-Read-Chain-Definition
                   PERFORM 124-Load-One-Step-Definition
                       UNTIL WS-Def-Eof
                   CLOSE ChainDefFile
                   MOVE WS-Step-Count TO WS-Count-Edit
                   MOVE "Chain definition loaded, steps:" TO CD-Message
                   MOVE WS-Count-Edit TO CD-Step-Name
                   PERFORM 290-Log-Chain-Decision
                   IF WS-Step-Count = 0
                       MOVE "Chain definition file has no steps"
                           TO CD-Message
                       MOVE SPACES TO CD-Step-Name
                       PERFORM 290-Log-Chain-Decision
                       SET WS-Def-Error TO TRUE
                   END-IF
               ELSE
                   IF WS-ChainDef-Status = "05"
                       CLOSE ChainDefFile
                   END-IF
                   PERFORM 128-Load-Default-Step
                       VARYING WS-Step-Idx FROM 1 BY 1
                       UNTIL WS-Step-Idx > WS-Default-Step-Count
                   MOVE WS-Default-Step-Count TO WS-Step-Count
                   MOVE "No chain definition - built-in step list"
                       TO CD-Message
                   MOVE SPACES TO CD-Step-Name
                   PERFORM 290-Log-Chain-Decision
               END-IF
               IF WS-Def-Error
                   SET WS-Open-Failed TO TRUE
               END-IF.

           122-Read-Chain-Definition.
               READ ChainDefFile
                   AT END
                       SET WS-Def-Eof TO TRUE
               END-READ.

           124-Load-One-Step-Definition.
               IF ChainDefRecord NOT = SPACES
                       AND ChainDefRecord(1:1) NOT = "*"
                   IF WS-Step-Count < WS-Max-Steps
                       ADD 1 TO WS-Step-Count
                       PERFORM 126-Store-Step-Definition
                   ELSE
                       MOVE WS-Max-Steps TO WS-Count-Edit
                       MOVE "Too many chain steps - table limit is"
                           TO CD-Message
                       MOVE WS-Count-Edit TO CD-Step-Name
                       PERFORM 290-Log-Chain-Decision
                       SET WS-Def-Error TO TRUE
                       SET WS-Def-Eof TO TRUE
                   END-IF
               END-IF
               IF WS-Def-Not-Eof
                   PERFORM 122-Read-Chain-Definition
               END-IF.

           126-Store-Step-Definition.
               MOVE DF-Step-Name TO WS-Tbl-Step-Name (WS-Step-Count)
               MOVE DF-Step-Command
                   TO WS-Tbl-Step-Command (WS-Step-Count)
               MOVE DF-Run-Condition
                   TO WS-Tbl-Run-Condition (WS-Step-Count)
               MOVE DF-On-Failure TO WS-Tbl-On-Failure (WS-Step-Count)
               MOVE DF-Signoff-Hold
                   TO WS-Tbl-Signoff-Hold (WS-Step-Count)
               IF WS-Tbl-Run-Condition (WS-Step-Count) = SPACE
                   SET WS-Tbl-Run-Daily (WS-Step-Count) TO TRUE
               END-IF
               IF WS-Tbl-On-Failure (WS-Step-Count) = SPACE
                   SET WS-Tbl-Abort-On-Failure (WS-Step-Count) TO TRUE
               END-IF
               IF NOT WS-Tbl-Valid-Condition (WS-Step-Count)
                   MOVE "Invalid run condition (DMQYP), step:"
                       TO CD-Message
                   MOVE DF-Step-Name TO CD-Step-Name
                   PERFORM 290-Log-Chain-Decision
                   SET WS-Def-Error TO TRUE
               END-IF
               IF NOT WS-Tbl-Abort-On-Failure (WS-Step-Count)
                       AND NOT WS-Tbl-Continue-On-Failure
                           (WS-Step-Count)
                   MOVE "Invalid failure setting (A/C), step:    "
                       TO CD-Message
                   MOVE DF-Step-Name TO CD-Step-Name
                   PERFORM 290-Log-Chain-Decision
                   SET WS-Def-Error TO TRUE
               END-IF
               IF NOT WS-Tbl-Valid-Hold (WS-Step-Count)
                   MOVE "Invalid sign-off hold (H/blank), step:  "
                       TO CD-Message
                   MOVE DF-Step-Name TO CD-Step-Name
                   PERFORM 290-Log-Chain-Decision
                   SET WS-Def-Error TO TRUE
               END-IF
               IF DF-Step-Name = SPACES OR DF-Step-Command = SPACES
                   MOVE "Step name or command missing, line for:"
                       TO CD-Message
                   MOVE DF-Step-Name TO CD-Step-Name
                   PERFORM 290-Log-Chain-Decision
                   SET WS-Def-Error TO TRUE
               END-IF.

           128-Load-Default-Step.
               MOVE WS-Dflt-Step-Name (WS-Step-Idx)
                   TO WS-Tbl-Step-Name (WS-Step-Idx)
               MOVE WS-Dflt-Step-Command (WS-Step-Idx)
                   TO WS-Tbl-Step-Command (WS-Step-Idx)
               MOVE WS-Dflt-Signoff-Hold (WS-Step-Idx)
                   TO WS-Tbl-Signoff-Hold (WS-Step-Idx)
               SET WS-Tbl-Run-Daily (WS-Step-Idx) TO TRUE
               SET WS-Tbl-Abort-On-Failure (WS-Step-Idx) TO TRUE.

      *****************************************************************
      * Work out once which calendar conditions the schedule date
      * meets: month-end is the last business day of its month, and
      * quarter-end and year-end are month-ends in the quarter's and
      * the year's last month.  A pay date is the business day a
      * period end in any pay frequency settles on.
      *****************************************************************
           130-Classify-Schedule-Date.
               SET WS-Not-Month-End TO TRUE
               SET WS-Not-Pay-Date TO TRUE
               MOVE WS-Schedule-Date TO WS-Check-Date
               PERFORM 140-Check-Business-Day
               IF WS-Business-Day
                   PERFORM 144-Forward-One-Day
                       WITH TEST AFTER
                       UNTIL WS-Business-Day
                   IF WS-Check-Month NOT = WS-Schedule-Month
                       SET WS-Is-Month-End TO TRUE
                   END-IF
               END-IF
               IF WS-PerCal-Ready
                   PERFORM 146-Check-One-Frequency
                       VARYING WS-Freq-Idx FROM 1 BY 1
                       UNTIL WS-Freq-Idx > 4
               END-IF.

           140-Check-Business-Day.
               COMPUTE WS-Check-Integer =
                   FUNCTION INTEGER-OF-DATE(WS-Check-Date)
               COMPUTE WS-Day-Of-Week =
                   FUNCTION MOD(WS-Check-Integer, 7)
               SET WS-Business-Day TO TRUE
               IF WS-Day-Of-Week = 6 OR WS-Day-Of-Week = 0
                   SET WS-Not-Business-Day TO TRUE
               ELSE
                   IF WS-HolCal-Ready
                       MOVE WS-Check-Date TO HC-Date
                       READ HolidayCalFile
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               SET WS-Not-Business-Day TO TRUE
                       END-READ
                   END-IF
               END-IF.

           142-Back-Up-One-Day.
               PERFORM 140-Check-Business-Day
               IF WS-Not-Business-Day
                   SUBTRACT 1 FROM WS-Check-Integer
                   COMPUTE WS-Check-Date =
                       FUNCTION DATE-OF-INTEGER(WS-Check-Integer)
               END-IF.

           144-Forward-One-Day.
               COMPUTE WS-Check-Integer =
                   FUNCTION INTEGER-OF-DATE(WS-Check-Date) + 1
               COMPUTE WS-Check-Date =
                   FUNCTION DATE-OF-INTEGER(WS-Check-Integer)
               PERFORM 140-Check-Business-Day.

           146-Check-One-Frequency.
               MOVE WS-Frequency-Code (WS-Freq-Idx) TO PC-Pay-Frequency
               MOVE WS-Schedule-Date TO PC-Period-End-Date
               START PayPeriodCalFile
                       KEY IS GREATER THAN OR EQUAL PC-Key
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       READ PayPeriodCalFile NEXT RECORD
                           AT END
                               CONTINUE
                           NOT AT END
                               IF PC-Pay-Frequency =
                                   WS-Frequency-Code (WS-Freq-Idx)
                                   PERFORM 148-Check-Settle-Date
                               END-IF
                       END-READ
               END-START.

           148-Check-Settle-Date.
               MOVE PC-Period-End-Date TO WS-Check-Date
               SET WS-Not-Business-Day TO TRUE
               PERFORM 142-Back-Up-One-Day
                   UNTIL WS-Business-Day
               IF WS-Check-Date = WS-Schedule-Date
                   SET WS-Is-Pay-Date TO TRUE
               END-IF.

      *****************************************************************
      * Decide whether the step in WS-Step-Idx is due on the schedule
      * date and name its condition for the log.
      *****************************************************************
           250-Check-Step-Schedule.
               SET WS-Step-Scheduled TO TRUE
               EVALUATE TRUE
                   WHEN WS-Tbl-Run-Daily (WS-Step-Idx)
                       MOVE "daily" TO WS-Condition-Text
                   WHEN WS-Tbl-Run-Month-End (WS-Step-Idx)
                       MOVE "month-end" TO WS-Condition-Text
                       IF WS-Not-Month-End
                           SET WS-Step-Not-Scheduled TO TRUE
                       END-IF
                   WHEN WS-Tbl-Run-Quarter-End (WS-Step-Idx)
                       MOVE "quarter-end" TO WS-Condition-Text
                       IF WS-Not-Month-End
                               OR NOT WS-Quarter-End-Month
                           SET WS-Step-Not-Scheduled TO TRUE
                       END-IF
                   WHEN WS-Tbl-Run-Year-End (WS-Step-Idx)
                       MOVE "year-end" TO WS-Condition-Text
                       IF WS-Not-Month-End
                               OR NOT WS-Year-End-Month
                           SET WS-Step-Not-Scheduled TO TRUE
                       END-IF
                   WHEN WS-Tbl-Run-Pay-Date (WS-Step-Idx)
                       MOVE "pay dates" TO WS-Condition-Text
                       IF WS-Not-Pay-Date
                           SET WS-Step-Not-Scheduled TO TRUE
                       END-IF
               END-EVALUATE.

           260-List-Dry-Run.
               DISPLAY "NIGHTLYRUN: dry run for " WS-Schedule-Date
                   " - nothing is run"
               IF WS-PerCal-Not-Ready
                   DISPLAY "NIGHTLYRUN: no pay period calendar - "
                       "pay-date steps will not run"
               END-IF
               PERFORM 265-List-One-Step
                   VARYING WS-Step-Idx FROM 1 BY 1
                   UNTIL WS-Step-Idx > WS-Step-Count.

           265-List-One-Step.
               PERFORM 250-Check-Step-Schedule
               IF WS-Step-Scheduled
                   DISPLAY "  RUN   " WS-Tbl-Step-Name (WS-Step-Idx)
                       " " WS-Condition-Text
                       " on failure " WS-Tbl-On-Failure (WS-Step-Idx)
               ELSE
                   DISPLAY "  SKIP  " WS-Tbl-Step-Name (WS-Step-Idx)
                       " " WS-Condition-Text " - not scheduled"
               END-IF.

           280-Run-Chain-Step.
               PERFORM 250-Check-Step-Schedule
               IF WS-Step-Not-Scheduled
                   MOVE SPACES TO CD-Message
                   STRING "Not scheduled (" DELIMITED BY SIZE
                           WS-Condition-Text DELIMITED BY SPACE
                           ") - skipped:" DELIMITED BY SIZE
                       INTO CD-Message
                   MOVE WS-Tbl-Step-Name (WS-Step-Idx)
                       TO CD-Step-Name
                   PERFORM 290-Log-Chain-Decision
                   MOVE WS-Step-Idx TO WS-Last-Good-Step
                   PERFORM 285-Write-Chain-State
               ELSE
                   PERFORM 281-Run-Scheduled-Step
               END-IF.

           281-Run-Scheduled-Step.
               IF Chain-Skip-Requested
                       AND WS-Tbl-Step-Name (WS-Step-Idx)
                           = WS-Skip-Step-Name
                       TO WS-Step-Name
                   MOVE WS-Tbl-Step-Command (WS-Step-Idx)
                       TO WS-Step-Command
                   IF WS-Tbl-Hold-For-Signoff (WS-Step-Idx)
                       PERFORM 282-Check-Variance-Signoff
                   END-IF
                   IF Chain-Ok
                       PERFORM 270-Run-One-Step
                   END-IF
                   IF Chain-Ok
                       MOVE WS-Step-Idx TO WS-Last-Good-Step
                       PERFORM 285-Write-Chain-State
                   END-IF
               END-IF.

           282-Check-Variance-Signoff.
               OPEN INPUT VarianceSignoffFile
               IF WS-VarSignoff-Status = "00"
                   READ VarianceSignoffFile
                       AT END
                           MOVE SPACES TO VarianceSignoffRecord
                   END-READ
                   CLOSE VarianceSignoffFile
                   IF VS-Pending
                       SET Chain-Failed TO TRUE
                       MOVE WS-Step-Name TO WS-Failed-Step
                       MOVE "Held - variance review not signed off: "
                           TO CD-Message
                       MOVE WS-Step-Name TO CD-Step-Name
                       PERFORM 290-Log-Chain-Decision
                   END-IF
               END-IF.

           270-Run-One-Step.
               MOVE FUNCTION CURRENT-DATE (9:6)
                   TO WS-Step-Start-Time
                       MOVE "OK" TO CL-Result
                   WHEN RETURN-CODE = 4
                       MOVE "WARNING" TO CL-Result
                   WHEN WS-Tbl-Continue-On-Failure (WS-Step-Idx)
                       ADD 1 TO WS-Continued-Count
                       MOVE "FAILED" TO CL-Result
                   WHEN OTHER
                       SET Chain-Failed TO TRUE
                       MOVE WS-Step-Name TO WS-Failed-Step
               END-EVALUATE
               MOVE WS-Step-Name TO CL-Step-Name
               MOVE SPACES TO ChainLogLine
               WRITE ChainLogLine FROM ChainLogDetail AFTER ADVANCING 1
               IF WS-Tbl-Continue-On-Failure (WS-Step-Idx)
                       AND WS-Step-RC NOT = 0 AND WS-Step-RC NOT = 4
                   MOVE "Step failed - chain continues past:     "
                       TO CD-Message
                   MOVE WS-Step-Name TO CD-Step-Name
                   PERFORM 290-Log-Chain-Decision
               END-IF.

           275-Write-Step-History.
               COMPUTE WS-Start-Seconds =
               CLOSE ChainStateFile.

           290-Log-Chain-Decision.
               IF Chain-Dry-Run
                   DISPLAY "NIGHTLYRUN: " CD-Message CD-Step-Name
               ELSE
                   MOVE SPACES TO ChainLogLine
                   WRITE ChainLogLine FROM ChainDecisionLine
                       AFTER ADVANCING 1
               END-IF.

           300-Write-Heading.
               MOVE SPACES TO ChainLogLine
               MOVE SPACES TO ChainLogLine
               IF Chain-Ok
                   MOVE SPACES TO CL-Step-Name
                   IF WS-Continued-Count > 0
                       STRING "Nightly chain completed - steps failed "
                               DELIMITED BY SIZE
                               "and continued past: " DELIMITED BY SIZE
                               WS-Continued-Count DELIMITED BY SIZE
                           INTO ChainLogLine
                   ELSE
                       MOVE "Nightly chain completed - all steps OK"
                           TO ChainLogLine
                   END-IF
               ELSE
                   STRING "Nightly chain stopped - failed step: "
                           DELIMITED BY SIZE
               WRITE ChainLogLine AFTER ADVANCING 2.

           500-Close-Files.
               IF NOT Chain-Dry-Run
                   CLOSE ChainLogFile
                   CLOSE ChainHistoryFile
               END-IF
               IF WS-HolCal-Ready
                   CLOSE HolidayCalFile
               END-IF
               IF WS-PerCal-Ready
                   CLOSE PayPeriodCalFile
               END-IF.

           600-FormatDate.
               CALL "DateFormat" USING LK_Current_Date
