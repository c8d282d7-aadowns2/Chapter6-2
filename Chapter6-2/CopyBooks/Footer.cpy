      * Footer
       01  FooterDetail.
               05   PIC X(25)   value spaces.
               05   PIC X(17)   value "Total Purchases: ".
           05  Total_Purchases             PIC $Z(2),Z(3).9(2).
           
