       05   PIC X(5) value spaces.
           05  EmployeeStatus                      PIC X(1) value "A".
               88  Employee-Active                     value "A".
               88  Employee-Terminated                 value "T" "D".
               88  Employee-Leave                      value "L".
               88  Employee-Deceased                   value "D".
       05   PIC X(5) value spaces.
           05  PayPeriodDate.
               10  PP-Year                         PIC 9(4).
