      * DetailLine
       01  CustomerDetail.
           05  Customer_Number                     PIC X(6).
               05   PIC X(3)   value spaces.
           05  Initials.
               10  Initial1                        PIC X(1).
               10   PIC X(1)   value ','.
