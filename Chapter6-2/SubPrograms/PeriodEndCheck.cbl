       Identification Division.
           Program-ID. PeriodEndCheck.

      * Answers whether a date is a regular pay period end.  Called
      * with an eight-digit date and a one-byte answer, which comes
      * back "Y" when PayPeriodCal carries that date as a period end
      * for any pay frequency (weekly, biweekly, semimonthly or
      * monthly) and "N" otherwise, including when the calendar does
      * not exist yet.  The regular payroll run keys each employee's
      * pay-ledger entry on the period end date and replaces whatever
      * is already there, so every program that posts a ledger entry
      * of its own (off-cycle and beneficiary pay, void reversals)
      * calls this to keep its entry off those dates.  The calendar is
      * opened on the first call and left open, and the last answer is
      * kept, so a caller probing date by date does not reread it.
       Environment Division.
           Input-Output Section.
           File-Control.
               Select Optional PayPeriodCalFile assign to PerCal
                   Organization is Indexed
                   Access Mode is Dynamic
                   Record Key is PC-Key
                   File Status is WS-PerCal-Status.

       Data Division.
           File Section.
           FD  PayPeriodCalFile.
               01  PayPeriodCalRecord.
                   05  PC-Key.
                       10  PC-Pay-Frequency            PIC X(01).
                       10  PC-Period-End-Date          PIC 9(08).
                   05  PC-Period-Number                PIC 9(03).

           Working-Storage Section.
           01  WS-PerCal-Status                    PIC X(02).
           01  WS-PerCal-Switch                    PIC X(01) value "N".
               88  WS-PerCal-Open                  value "Y".
               88  WS-PerCal-Closed                value "N".
           01  WS-Last-Date                        PIC 9(08) value 0.
           01  WS-Last-Answer                      PIC X(01) value "N".
           01  WS-Frequency-Values                 PIC X(04)
                                                   value "WBSM".
           01  WS-Frequency-Table redefines WS-Frequency-Values.
               05  WS-Frequency                    PIC X(01)
                                                   OCCURS 4 TIMES.
           01  WS-Frequency-Idx                    PIC 9(01) COMP.

           Linkage Section.
           01  LK-Date                             PIC 9(08).
           01  LK-Period-End-Answer                PIC X(01).

           Procedure Division USING LK-Date, LK-Period-End-Answer.
           0000-Mainline.
               IF LK-Date NOT = WS-Last-Date
                   PERFORM 1000-Check-Calendar
               END-IF
               MOVE WS-Last-Answer TO LK-Period-End-Answer
               EXIT PROGRAM.

           1000-Check-Calendar.
               MOVE LK-Date TO WS-Last-Date
               MOVE "N" TO WS-Last-Answer
               IF WS-PerCal-Closed
                   OPEN INPUT PayPeriodCalFile
                   IF WS-PerCal-Status = "00"
                       SET WS-PerCal-Open TO TRUE
                   END-IF
               END-IF
               IF WS-PerCal-Open
                   PERFORM 2000-Check-One-Frequency
                       VARYING WS-Frequency-Idx FROM 1 BY 1
                       UNTIL WS-Frequency-Idx > 4
                           OR WS-Last-Answer = "Y"
               END-IF.

           2000-Check-One-Frequency.
               MOVE WS-Frequency (WS-Frequency-Idx) TO PC-Pay-Frequency
               MOVE LK-Date TO PC-Period-End-Date
               READ PayPeriodCalFile
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO WS-Last-Answer
               END-READ.
