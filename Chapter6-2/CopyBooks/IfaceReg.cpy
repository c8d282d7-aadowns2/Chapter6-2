      * IfaceReg
      * Request block for the IfaceRegister subprogram, which enters
      * each file sent to an outside recipient on the outbound
      * interface register (IfaceRegFile).  Fill in the interface id,
      * file name, recipient and sending program and the file's record
      * count, hash total and dollar total, then CALL "IfaceRegister"
      * USING IfaceRegRequest.  The run date is today when left zero.
      * The entry is keyed by interface id, run date and run number
      * for the day; the run number comes back in IR-Run-Sequence, and
      * that key is what the recipient's acknowledgment names.
      * The hash total is the control total the recipient checks where
      * there is one (the NACHA entry hash for the bank file); where
      * there is none it is the sum of the employee, payee or account
      * numbers on the detail records.  A file with no money on it
      * carries a zero dollar total.
       01  IfaceRegRequest.
           05  IR-Interface-Id                 PIC X(08).
           05  IR-File-Name                    PIC X(20).
           05  IR-Recipient                    PIC X(20).
           05  IR-Program                      PIC X(12).
           05  IR-Run-Date                     PIC 9(08).
           05  IR-Run-Sequence                 PIC 9(02).
           05  IR-Record-Count                 PIC 9(07).
           05  IR-Hash-Total                   PIC 9(15).
           05  IR-Dollar-Total                 PIC S9(11)V99.
           05  IR-Result                       PIC X(02).
               88  IR-Registered               value "00".
               88  IR-Not-Registered           value "99".
