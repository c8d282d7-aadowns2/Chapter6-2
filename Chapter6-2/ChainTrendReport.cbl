      * the average duration per step over those runs, so a growing
      * batch window is visible before it blows the schedule.  N may
      * be passed on the command line; it defaults to 10 runs.
      * A change date (YYYYMMDD) may follow N on the command line; the
      * report then adds a before-and-after comparison giving each
      * step's average duration on the runs before that date and on
      * the runs from that date on, with the change in seconds and as
      * a percentage, so the effect of a change to a step (a new
      * index, tables loaded into memory, a larger buffer) is shown
      * from the run history rather than estimated.
       Environment Division.
           Configuration Section.
               Special-Names.

               01  WS-Command-Line-Param   PIC X(40)   value spaces.
               01  WS-Param-Token   PIC X(08)   value spaces.
               01  WS-Compare-Token   PIC X(08)   value spaces.
               01  WS-Compare-Date   PIC 9(08)   value 0.
               01  WS-Param-Value   PIC 9(05)   value 0.
               01  WS-Run-Limit   PIC 9(03)   value 10.
               01  WS-Cutoff-Date   PIC 9(08)   value 0.
                       10  WS-Stat-Step-Name            PIC X(20).
                       10  WS-Stat-Total-Secs           PIC 9(08) COMP.
                       10  WS-Stat-Run-Count            PIC 9(05) COMP.
                       10  WS-Stat-Before-Secs          PIC 9(08) COMP.
                       10  WS-Stat-Before-Count         PIC 9(05) COMP.
                       10  WS-Stat-After-Secs           PIC 9(08) COMP.
                       10  WS-Stat-After-Count          PIC 9(05) COMP.
               01  WS-Average-Secs   PIC 9(06)   value 0.
               01  WS-Before-Average   PIC 9(06)   value 0.
               01  WS-After-Average   PIC 9(06)   value 0.
               01  WS-Change-Secs   PIC S9(06)   value 0.
               01  WS-Change-Percent   PIC S9(05)V9   value 0.

               01  TrendHeading2.
               05   PIC X(17)   value spaces.
                   05  TA-Run-Count                     PIC ZZZZ9.
               05   PIC X(05)   value " runs".

               01  TrendCompareHeading.
               05   PIC X(05)   value spaces.
               05   PIC X(41)   value
                   "Step Duration Before and After Change of ".
                   05  TC-Compare-Date     PIC 9(04)/9(02)/9(02).
               05   PIC X(11)   value " (seconds):".

               01  TrendCompareColumns.
               05   PIC X(05)   value spaces.
               05   PIC X(20)   value "Step".
               05   PIC X(2)   value spaces.
               05   PIC X(14)   value "Before  (Runs)".
               05   PIC X(3)   value spaces.
               05   PIC X(14)   value " After  (Runs)".
               05   PIC X(3)   value spaces.
               05   PIC X(07)   value " Change".
               05   PIC X(3)   value spaces.
               05   PIC X(08)   value "Percent".

               01  TrendCompareLine.
               05   PIC X(05)   value spaces.
                   05  TC-Step-Name                     PIC X(20).
               05   PIC X(2) value spaces.
                   05  TC-Before-Secs                   PIC ZZZZZ9.
               05   PIC X(2) value " (".
                   05  TC-Before-Count                  PIC ZZZZ9.
               05   PIC X(1) value ")".
               05   PIC X(3) value spaces.
                   05  TC-After-Secs                    PIC ZZZZZ9.
               05   PIC X(2) value " (".
                   05  TC-After-Count                   PIC ZZZZ9.
               05   PIC X(1) value ")".
               05   PIC X(3) value spaces.
                   05  TC-Change-Area.
                       10  TC-Change-Secs               PIC ------9.
                       10                               PIC X(03).
                       10  TC-Percent-Area.
                           15  TC-Change-Percent        PIC ----9.9.
                           15  TC-Percent-Sign          PIC X(01).

       Procedure Division.
           Initilization.
               PERFORM 050-Select-Run-Limit
                   PERFORM 400-Report-One-Step
                       UNTIL WS-Eof
                   PERFORM 450-Write-Averages
                   IF WS-Compare-Date > 0
                       PERFORM 470-Write-Comparison
                   END-IF
               END-IF
               PERFORM 500-Close-Files.
               IF WS-Open-Failed
               ACCEPT WS-Command-Line-Param FROM COMMAND-LINE
               UNSTRING WS-Command-Line-Param
                   DELIMITED BY ALL " "
                   INTO WS-Param-Token WS-Compare-Token
               END-UNSTRING
               IF WS-Param-Token NOT = SPACES
                   COMPUTE WS-Param-Value =
               IF WS-Run-Limit = 0 OR WS-Run-Limit > 100
                   MOVE 10 TO WS-Run-Limit
               END-IF
               IF WS-Compare-Token IS NUMERIC
                   MOVE WS-Compare-Token TO WS-Compare-Date
                   IF FUNCTION TEST-DATE-YYYYMMDD(WS-Compare-Date)
                           NOT = 0
                       DISPLAY "CHAINTREND: change date ignored, not a "
                           "valid YYYYMMDD date: " WS-Compare-Token
                       MOVE 0 TO WS-Compare-Date
                   END-IF
               ELSE
                   IF WS-Compare-Token NOT = SPACES
                       DISPLAY "CHAINTREND: change date ignored, not a "
                           "valid YYYYMMDD date: " WS-Compare-Token
                   END-IF
               END-IF
               DISPLAY "CHAINTREND: run limit in effect: "
                   WS-Run-Limit.

                           TO WS-Stat-Step-Name (WS-Step-Idx)
                       MOVE 0 TO WS-Stat-Total-Secs (WS-Step-Idx)
                       MOVE 0 TO WS-Stat-Run-Count (WS-Step-Idx)
                       MOVE 0 TO WS-Stat-Before-Secs (WS-Step-Idx)
                       MOVE 0 TO WS-Stat-Before-Count (WS-Step-Idx)
                       MOVE 0 TO WS-Stat-After-Secs (WS-Step-Idx)
                       MOVE 0 TO WS-Stat-After-Count (WS-Step-Idx)
                   END-IF
               END-IF
               IF WS-Step-Idx <= WS-Step-Count
                   ADD CH-Duration-Secs
                       TO WS-Stat-Total-Secs (WS-Step-Idx)
                   ADD 1 TO WS-Stat-Run-Count (WS-Step-Idx)
                   IF CH-Run-Date < WS-Compare-Date
                       ADD CH-Duration-Secs
                           TO WS-Stat-Before-Secs (WS-Step-Idx)
                       ADD 1 TO WS-Stat-Before-Count (WS-Step-Idx)
                   ELSE
                       ADD CH-Duration-Secs
                           TO WS-Stat-After-Secs (WS-Step-Idx)
                       ADD 1 TO WS-Stat-After-Count (WS-Step-Idx)
                   END-IF
               END-IF.

           425-Find-Step-Slot.
                       AFTER ADVANCING 1
               END-IF.

      *****************************************************************
      * Before-and-after comparison around the change date.  A step
      * with runs on only one side of the date shows its average for
      * that side and no change figures.  A negative change is an
      * improvement.
      *****************************************************************
           470-Write-Comparison.
               MOVE WS-Compare-Date TO TC-Compare-Date
               MOVE SPACES TO ChainTrndPrintLine
               WRITE ChainTrndPrintLine FROM TrendCompareHeading
                   AFTER ADVANCING 2
               WRITE ChainTrndPrintLine FROM TrendCompareColumns
                   AFTER ADVANCING 2
               PERFORM 480-Write-One-Comparison
                   VARYING WS-Step-Idx FROM 1 BY 1
                   UNTIL WS-Step-Idx > WS-Step-Count.

           480-Write-One-Comparison.
               MOVE 0 TO WS-Before-Average
               MOVE 0 TO WS-After-Average
               IF WS-Stat-Before-Count (WS-Step-Idx) > 0
                   COMPUTE WS-Before-Average ROUNDED =
                       WS-Stat-Before-Secs (WS-Step-Idx)
                           / WS-Stat-Before-Count (WS-Step-Idx)
               END-IF
               IF WS-Stat-After-Count (WS-Step-Idx) > 0
                   COMPUTE WS-After-Average ROUNDED =
                       WS-Stat-After-Secs (WS-Step-Idx)
                           / WS-Stat-After-Count (WS-Step-Idx)
               END-IF
               MOVE SPACES TO TC-Change-Area
               MOVE WS-Stat-Step-Name (WS-Step-Idx) TO TC-Step-Name
               MOVE WS-Before-Average TO TC-Before-Secs
               MOVE WS-Stat-Before-Count (WS-Step-Idx)
                   TO TC-Before-Count
               MOVE WS-After-Average TO TC-After-Secs
               MOVE WS-Stat-After-Count (WS-Step-Idx) TO TC-After-Count
               IF WS-Stat-Before-Count (WS-Step-Idx) > 0
                       AND WS-Stat-After-Count (WS-Step-Idx) > 0
                   COMPUTE WS-Change-Secs =
                       WS-After-Average - WS-Before-Average
                   MOVE WS-Change-Secs TO TC-Change-Secs
                   IF WS-Before-Average > 0
                       COMPUTE WS-Change-Percent ROUNDED =
                           WS-Change-Secs * 100 / WS-Before-Average
                       MOVE WS-Change-Percent TO TC-Change-Percent
                       MOVE "%" TO TC-Percent-Sign
                   END-IF
               END-IF
               MOVE SPACES TO ChainTrndPrintLine
               WRITE ChainTrndPrintLine FROM TrendCompareLine
                   AFTER ADVANCING 1.

           500-Close-Files.
               CLOSE ChainHistoryFile
               CLOSE ChainTrendFile.
