       Identification Division.
           Program-ID. Form1099Misc.
               Author. Anthony Downs.
               Installation.
               Date-Written. October 15, 2026.
               Date-Compiled.
               Security. Produces taxpayer identification numbers.

      * Year-end 1099-MISC reporting of the pay DeceasedPay made to the
      * beneficiary or estate of a deceased employee.  Every payment on
      * BeneficiaryPayFile for the tax year is totaled by paying
      * company (the company on the employee's payroll record),
      * employee and payee, and reported in box 3, other income, to the
      * payee.  Pay made after the year of death (form code 1) is
      * reported only here; pay made in the year of death (form code
      * W) is also carried in the Social Security and Medicare wages
      * of the employee's W-2 but not in box 1, so it is reported here
      * as well.  A payee is reportable when the year's payments reach
      * the $600 filing threshold.  Three outputs are produced, in the
      * same form as Form1099Nec produces them for contractors:
      *     Form1099Report - the threshold report, every payee paid in
      *                      the year with the year's total, whether it
      *                      is reportable, and the exceptions to clear
      *                      before filing;
      *     Form1099Print  - the recipient copy of each 1099-MISC;
      *     Form1099EFile  - the electronic filing file for the IRS in
      *                      the 750-byte T/A/B/C/F record layout, one
      *                      A record (payer) per company.
      * The payee's TIN is not held by the payroll system; the B
      * record is filed without it and every payee is listed as an
      * exception until the TIN is obtained on a W-9 and added to the
      * filing outside this run.  The payee is addressed at the
      * employee's address on EmployeeAddrFile.  The payer's legal
      * name and EIN come from CompanyMaster and the transmitter and
      * payer address cards from Form1099Control, the same cards
      * Form1099Nec reads.
      * Command-line options:
      *     columns 1-4     tax year (defaults to last year)
      *     columns 6-9     TEST to mark the electronic file as a test
      * Return code 4 means exceptions were listed on the threshold
      * report or the filing control data is incomplete.
      * A production electronic file is entered on the outbound
      * interface register as F1099MSC with the B record count, the
      * box 3 total and the sum of the employee numbers as the hash
      * total; a TEST file is not registered.
       Environment Division.
           Configuration Section.
               Special-Names.

           Input-Output Section.
               File-Control.
                   Select BeneficiaryPayFile assign to BenePay
                       File Status is BenePay-Status
                       Organization is Indexed
                       Access Mode is Dynamic
                       Record Key is BP-Key.

                   Select PayrollReport assign to PayRpt
                       File Status is File_Status
                       Organization is Indexed
                       Access Mode is Dynamic
                       Record Key is PR-EmployeeNumber
                       Alternate Record Key is PR-EmployeeName
                           with Duplicates
                       Alternate Record Key is
                           PR-SocialSecurityNumber
                           with Duplicates.

                   Select Optional EmployeeAddrFile assign to EmpAddr
                       File Status is EmpAddr-Status
                       Organization is Indexed
                       Access Mode is Dynamic
                       Record Key is AD-EmployeeNumber.

                   Select Optional CompanyMasterFile assign to CompMast
                       File Status is CompMast-Status
                       Organization is Indexed
                       Access Mode is Dynamic
                       Record Key is CM-Company-Code.

                   Select Optional Form1099Control assign to F1099Ctl
                       Organization is Line Sequential
                       File Status is F1099Ctl-Status.

                   Select Form1099Work assign to F1099MWk
                       Organization is Line Sequential
                       File Status is F1099Wk-Status.

                   Select Form1099Report assign to F1099MRp
                       Organization is Line Sequential
                       File Status is F1099Rpt-Status.

                   Select Form1099Print assign to F1099MFm
                       Organization is Line Sequential
                       File Status is F1099Frm-Status.

                   Select Form1099EFile assign to F1099MIr
                       Organization is Line Sequential
                       File Status is F1099Irs-Status.

                   Select Form1099SortFile assign to SortWork.

               I-O-Control.

       Data Division.
           File Section.
               FD  BeneficiaryPayFile.
                   01  BeneficiaryPayRecord.
                       05  BP-Key.
                           10  BP-EmployeeNumber            PIC X(05).
                           10  BP-Pay-Date                  PIC 9(08).
                           10  BP-Sequence                  PIC 9(02).
                       05  BP-Payee-Name                    PIC X(20).
                       05  BP-Payment-Type                  PIC X(01).
                       05  BP-Tax-Year                      PIC 9(04).
                       05  BP-Form-Code                     PIC X(01).
                           88  BP-Year-Of-Death             value "W".
                           88  BP-After-Year-Of-Death       value "1".
                       05  BP-Gross                     PIC S9(7)V99.
                       05  BP-Soc-Sec                   PIC S9(7)V99.
                       05  BP-Medicare                  PIC S9(7)V99.
                       05  BP-Net                       PIC S9(7)V99.
                       05                                   PIC X(23).

               FD  PayrollReport
                   Record Contains 234 characters.
                   01  EmployeeRecord                      PIC X(234).
                   01  EmployeeRecord-Keyed.
                       05  PR-EmployeeNumber               PIC X(05).
                       05                                  PIC X(229).
                   01  EmployeeRecord-AltKeyed.
                       05                                  PIC X(10).
                       05  PR-EmployeeName                 PIC X(20).
                       05                                  PIC X(56).
                       05  PR-SocialSecurityNumber         PIC 9(09).
                       05                                  PIC X(139).

               FD  EmployeeAddrFile.
                   01  EmployeeAddrRecord.
                       05  AD-EmployeeNumber                PIC X(05).
                       05  AD-Street                        PIC X(30).
                       05  AD-City                          PIC X(20).
                       05  AD-State                         PIC X(02).
                       05  AD-Zip                           PIC X(10).

               FD  CompanyMasterFile.
                   01  CompanyMasterRecord.
                       05  CM-Company-Code                  PIC X(02).
                       05  CM-Legal-Name                    PIC X(30).
                       05  CM-EIN                           PIC 9(09).
                       05  CM-Funding-Routing               PIC 9(09).
                       05  CM-Funding-Account               PIC X(17).

               FD  Form1099Control
                   Record Contains 200 characters.
                   01  Form1099ControlRecord.
                       05  CC-Record-Type                   PIC X(01).
                           88  CC-Transmitter-Card          value "T".
                           88  CC-Payer-Card                value "A".
                       05  CC-Card-Data                     PIC X(199).
                       05  CC-Transmitter-Data
                               redefines CC-Card-Data.
                           10  CC-Tcc                       PIC X(05).
                           10  CC-Transmitter-Company       PIC X(02).
                           10  CC-Contact-Name              PIC X(40).
                           10  CC-Contact-Phone             PIC X(15).
                           10  CC-Contact-Email             PIC X(50).
                           10                               PIC X(87).
                       05  CC-Payer-Data redefines CC-Card-Data.
                           10  CC-Company-Code              PIC X(02).
                           10  CC-Street                    PIC X(40).
                           10  CC-City                      PIC X(40).
                           10  CC-State                     PIC X(02).
                           10  CC-Zip                       PIC X(09).
                           10  CC-Phone                     PIC X(15).
                           10                               PIC X(91).

               FD  Form1099Work
                   Record Contains 80 characters.
                   01  Form1099WorkRecord.
                       05  FW-Company-Code                  PIC X(02).
                       05                                   PIC X(01).
                       05  FW-EmployeeNumber                PIC X(05).
                       05                                   PIC X(01).
                       05  FW-Payee-Name                    PIC X(20).
                       05                                   PIC X(01).
                       05  FW-Gross                      PIC 9(09)V99.
                       05                                   PIC X(01).
                       05  FW-Reportable                    PIC X(01).
                           88  FW-Is-Reportable             value "Y".
                       05                                   PIC X(37).

               FD  Form1099Report
                   Record Contains 132 characters.
                   01  F1099RptPrintLine                   PIC X(132).

               FD  Form1099Print
                   Record Contains 132 characters.
                   01  F1099FrmPrintLine                   PIC X(132).

               FD  Form1099EFile
                   Record Contains 750 characters.
                   01  F1099IrsRecord                      PIC X(750).

               SD  Form1099SortFile.
                   01  Form1099SortRecord.
                       05  SK-Company-Code                  PIC X(02).
                       05  SK-EmployeeNumber                PIC X(05).
                       05  SK-Payee-Name                    PIC X(20).
                       05  SK-Gross                     PIC S9(7)V99.

           Working-Storage Section.
               COPY "Misc.cpy".
              COPY "WS_Date.cpy" REPLACING LEADING ==Prefix== BY ==LK==.
               COPY "HeaderMain.cpy".
               COPY "EmployeeRecord.cpy".
               COPY "IfaceReg.cpy".

               01  BenePay-Status                      PIC X(02).
               01  EmpAddr-Status                      PIC X(02).
               01  CompMast-Status                     PIC X(02).
               01  F1099Ctl-Status                     PIC X(02).
               01  F1099Wk-Status                      PIC X(02).
               01  F1099Rpt-Status                     PIC X(02).
               01  F1099Frm-Status                     PIC X(02).
               01  F1099Irs-Status                     PIC X(02).

               01  WS-Open-Switch   PIC X(01)   value "Y".
                   88  WS-Files-Ready                       value "Y".
                   88  WS-Open-Failed                        value "N".
               01  WS-Addr-Switch   PIC X(01)   value "N".
                   88  WS-Addr-Ready                        value "Y".
                   88  WS-Addr-Not-Ready                    value "N".
               01  WS-CompMast-Switch   PIC X(01)   value "N".
                   88  WS-CompMast-Ready                    value "Y".
                   88  WS-CompMast-Not-Ready                value "N".
               01  WS-Pay-Eof-Switch   PIC X(01)   value "N".
                   88  WS-Pay-Eof                           value "Y".
                   88  WS-Pay-Not-Eof                       value "N".
               01  WS-Sort-Eof-Switch   PIC X(01)   value "N".
                   88  WS-Sort-Eof                          value "Y".
                   88  WS-Sort-Not-Eof                      value "N".
               01  WS-Work-Eof-Switch   PIC X(01)   value "N".
                   88  WS-Work-Eof                          value "Y".
                   88  WS-Work-Not-Eof                      value "N".
               01  WS-Ctl-Eof-Switch   PIC X(01)   value "N".
                   88  WS-Ctl-Eof                           value "Y".
                   88  WS-Ctl-Not-Eof                       value "N".
               01  WS-Employee-Switch   PIC X(01)   value "N".
                   88  WS-Employee-Found                    value "Y".
                   88  WS-Employee-Not-Found                value "N".
               01  WS-Payer-Open-Switch   PIC X(01)   value "N".
                   88  WS-Payer-Open                        value "Y".
                   88  WS-Payer-Not-Open                    value "N".
               01  WS-Test-Switch   PIC X(01)   value "N".
                   88  WS-Test-File                         value "Y".

               01  WS-Command-Line-Param   PIC X(40)   value spaces.
               01  WS-Today   PIC 9(08)   value 0.
               01  WS-Tax-Year   PIC 9(04)   value 0.
               01  WS-Threshold   PIC 9(05)V99   value 600.00.

               01  WS-Tcc   PIC X(05)   value spaces.
               01  WS-Transmitter-Company   PIC X(02)   value spaces.
               01  WS-Contact-Name   PIC X(40)   value spaces.
               01  WS-Contact-Phone   PIC X(15)   value spaces.
               01  WS-Contact-Email   PIC X(50)   value spaces.

      * Payer addresses from the A cards, one entry per company.
               01  WS-Payer-Count   PIC 9(02)   COMP value 0.
               01  WS-Payer-Idx   PIC 9(02)   COMP value 0.
               01  WS-Payer-Found-Idx   PIC 9(02)   COMP value 0.
               01  WS-Payer-Table.
                   05  WS-Payer-Entry OCCURS 20 TIMES.
                       10  PT-Company-Code              PIC X(02).
                       10  PT-Street                    PIC X(40).
                       10  PT-City                      PIC X(40).
                       10  PT-State                     PIC X(02).
                       10  PT-Zip                       PIC X(09).
                       10  PT-Phone                     PIC X(15).

               01  WS-Payer-Name   PIC X(40)   value spaces.
               01  WS-Payer-Ein   PIC 9(09)   value 0.
               01  WS-Payer-Ein-R redefines WS-Payer-Ein.
                   05  WS-Payer-Ein-Prefix              PIC 9(02).
                   05  WS-Payer-Ein-Suffix              PIC 9(07).
               01  WS-Payer-Street   PIC X(40)   value spaces.
               01  WS-Payer-City   PIC X(40)   value spaces.
               01  WS-Payer-State   PIC X(02)   value spaces.
               01  WS-Payer-Zip   PIC X(09)   value spaces.
               01  WS-Payer-Phone   PIC X(15)   value spaces.

               01  WS-Previous-Company   PIC X(02)   value spaces.
               01  WS-Previous-Employee   PIC X(05)   value spaces.
               01  WS-Previous-Payee   PIC X(20)   value spaces.
               01  WS-Form-Company   PIC X(02)   value spaces.
               01  WS-Payee-Gross   PIC S9(9)V99 value 0.
               01  WS-Payee-Zip   PIC X(09)   value spaces.
               01  WS-Exception   PIC X(30)   value spaces.

               01  WS-Record-Sequence   PIC 9(08)   value 0.
               01  WS-Payee-Count   PIC 9(05)   COMP value 0.
               01  WS-Reportable-Count   PIC 9(08)   value 0.
               01  WS-Under-Count   PIC 9(05)   COMP value 0.
               01  WS-Exception-Count   PIC 9(05)   COMP value 0.
               01  WS-A-Record-Count   PIC 9(08)   value 0.
               01  WS-Form-Count   PIC 9(05)   COMP value 0.
               01  WS-Payer-Payee-Count   PIC 9(08)   value 0.
               01  WS-Payer-Box3-Total   PIC 9(16)V99 value 0.
               01  WS-Efile-Count   PIC 9(07)   value 0.
               01  WS-Efile-Hash   PIC 9(15)   value 0.
               01  WS-Efile-Box3-Total   PIC S9(11)V99 value 0.
               01  WS-Hash-Number   PIC 9(05)   value 0.
               01  WS-Total-Reportable   PIC S9(11)V99 value 0.
               01  WS-Total-Under   PIC S9(11)V99 value 0.

      *****************************************************************
      * Electronic filing records.  Each is 750 bytes; amounts are in *
      * cents, right-justified and zero-filled.                       *
      *****************************************************************
               01  IrsTransmitterRecord.
                   05  ET-Record-Type        PIC X(01)   value "T".
                   05  ET-Payment-Year                  PIC 9(04).
                   05  ET-Prior-Year                    PIC X(01).
                   05  ET-Transmitter-Tin               PIC 9(09).
                   05  ET-Tcc                           PIC X(05).
                   05                                   PIC X(07).
                   05  ET-Test-Indicator                PIC X(01).
                   05  ET-Foreign-Indicator             PIC X(01).
                   05  ET-Transmitter-Name              PIC X(40).
                   05  ET-Transmitter-Name-2            PIC X(40).
                   05  ET-Company-Name                  PIC X(40).
                   05  ET-Company-Name-2                PIC X(40).
                   05  ET-Company-Street                PIC X(40).
                   05  ET-Company-City                  PIC X(40).
                   05  ET-Company-State                 PIC X(02).
                   05  ET-Company-Zip                   PIC X(09).
                   05                                   PIC X(15).
                   05  ET-Payee-Count                   PIC 9(08).
                   05  ET-Contact-Name                  PIC X(40).
                   05  ET-Contact-Phone                 PIC X(15).
                   05  ET-Contact-Email                 PIC X(50).
                   05                                   PIC X(91).
                   05  ET-Sequence                      PIC 9(08).
                   05                                   PIC X(10).
                   05  ET-Vendor-Indicator              PIC X(01).
                   05                                   PIC X(232).

               01  IrsPayerRecord.
                   05  EA-Record-Type        PIC X(01)   value "A".
                   05  EA-Payment-Year                  PIC 9(04).
                   05  EA-Combined-Filing               PIC X(01).
                   05                                   PIC X(05).
                   05  EA-Payer-Tin                     PIC 9(09).
                   05  EA-Name-Control                  PIC X(04).
                   05  EA-Last-Filing                   PIC X(01).
                   05  EA-Type-Of-Return                PIC X(02).
                   05  EA-Amount-Codes                  PIC X(18).
                   05                                   PIC X(06).
                   05  EA-Foreign-Indicator             PIC X(01).
                   05  EA-Payer-Name                    PIC X(40).
                   05  EA-Payer-Name-2                  PIC X(40).
                   05  EA-Transfer-Agent                PIC X(01).
                   05  EA-Payer-Street                  PIC X(40).
                   05  EA-Payer-City                    PIC X(40).
                   05  EA-Payer-State                   PIC X(02).
                   05  EA-Payer-Zip                     PIC X(09).
                   05  EA-Payer-Phone                   PIC X(15).
                   05                                   PIC X(260).
                   05  EA-Sequence                      PIC 9(08).
                   05                                   PIC X(243).

               01  IrsPayeeRecord.
                   05  EB-Record-Type        PIC X(01)   value "B".
                   05  EB-Payment-Year                  PIC 9(04).
                   05  EB-Corrected                     PIC X(01).
                   05  EB-Name-Control                  PIC X(04).
                   05  EB-Tin-Type                      PIC X(01).
                   05  EB-Payee-Tin                     PIC X(09).
                   05  EB-Account-Number                PIC X(20).
                   05  EB-Office-Code                   PIC X(04).
                   05                                   PIC X(10).
                   05  EB-Payment-Amounts.
                       10  EB-Amount-1                  PIC 9(10)V99.
                       10  EB-Amount-2                  PIC 9(10)V99.
                       10  EB-Amount-3                  PIC 9(10)V99.
                       10  EB-Amount-4                  PIC 9(10)V99.
                       10  EB-Amount-Rest               PIC X(168).
                   05                                   PIC X(16).
                   05  EB-Foreign-Indicator             PIC X(01).
                   05  EB-Payee-Name                    PIC X(40).
                   05  EB-Payee-Name-2                  PIC X(40).
                   05  EB-Payee-Street                  PIC X(40).
                   05                                   PIC X(40).
                   05  EB-Payee-City                    PIC X(40).
                   05  EB-Payee-State                   PIC X(02).
                   05  EB-Payee-Zip                     PIC X(09).
                   05                                   PIC X(01).
                   05  EB-Sequence                      PIC 9(08).
                   05                                   PIC X(36).
                   05  EB-Second-Tin-Notice             PIC X(01).
                   05                                   PIC X(02).
                   05  EB-Direct-Sales                  PIC X(01).
                   05  EB-Fatca                         PIC X(01).
                   05                                   PIC X(114).
                   05  EB-Special-Data                  PIC X(60).
                   05  EB-State-Tax                     PIC 9(10)V99.
                   05  EB-Local-Tax                     PIC 9(10)V99.
                   05  EB-Combined-Code                 PIC X(02).
                   05                                   PIC X(02).

               01  IrsEndOfPayerRecord.
                   05  EC-Record-Type        PIC X(01)   value "C".
                   05  EC-Payee-Count                   PIC 9(08).
                   05                                   PIC X(06).
                   05  EC-Control-Total-1               PIC 9(16)V99.
                   05  EC-Control-Total-2               PIC 9(16)V99.
                   05  EC-Control-Total-3               PIC 9(16)V99.
                   05  EC-Control-Total-4               PIC 9(16)V99.
                   05  EC-Control-Total-Rest            PIC X(252).
                   05                                   PIC X(160).
                   05  EC-Sequence                      PIC 9(08).
                   05                                   PIC X(243).

               01  IrsEndOfTransmissionRecord.
                   05  EF-Record-Type        PIC X(01)   value "F".
                   05  EF-A-Record-Count                PIC 9(08).
                   05  EF-Zeros                         PIC 9(21).
                   05                                   PIC X(19).
                   05  EF-Payee-Count                   PIC 9(08).
                   05                                   PIC X(442).
                   05  EF-Sequence                      PIC 9(08).
                   05                                   PIC X(243).

      *****************************************************************
      * Threshold report lines.                                       *
      *****************************************************************
               01  F1099Heading2.
               05   PIC X(17)   value spaces.
               05   PIC X(27)   value "1099-MISC Threshold Report".
               05   PIC X(3)   value spaces.
               05   PIC X(10)   value "Tax Year: ".
                   05  FH-Tax-Year                      PIC 9(04).
               05   PIC X(3)   value spaces.
               05   PIC X(11)   value "Threshold: ".
               05  FH-Threshold   PIC $ZZ9.99.

               01  F1099ColumnHeadings.
               05   PIC X(02)   value "Co".
               05   PIC X(2)   value spaces.
               05   PIC X(05)   value "Empl ".
               05   PIC X(2)   value spaces.
               05   PIC X(20)   value "Payee".
               05   PIC X(2)   value spaces.
               05   PIC X(20)   value "Deceased Employee".
               05   PIC X(2)   value spaces.
               05   PIC X(13)   value "    Year Paid".
               05   PIC X(2)   value spaces.
               05   PIC X(10)   value "Status".
               05   PIC X(2)   value spaces.
               05   PIC X(30)   value "Exception".

               01  F1099DetailLine.
                   05  TD-Company-Code                  PIC X(02).
               05   PIC X(2) value spaces.
                   05  TD-EmployeeNumber                PIC X(05).
               05   PIC X(2) value spaces.
                   05  TD-Payee-Name                    PIC X(20).
               05   PIC X(2) value spaces.
                   05  TD-EmployeeName                  PIC X(20).
               05   PIC X(2) value spaces.
               05  TD-Gross   PIC $Z,ZZZ,ZZ9.99.
               05   PIC X(2) value spaces.
                   05  TD-Status                        PIC X(10).
               05   PIC X(2) value spaces.
                   05  TD-Exception                     PIC X(30).

               01  F1099TotalLine1.
               05   PIC X(08)   value "Payees: ".
                   05  TT-Payee-Count                   PIC ZZZZ9.
               05   PIC X(3)   value spaces.
               05   PIC X(12)   value "Reportable: ".
                   05  TT-Reportable-Count              PIC ZZZZ9.
               05   PIC X(3)   value spaces.
               05   PIC X(12)   value "Under $600: ".
                   05  TT-Under-Count                   PIC ZZZZ9.
               05   PIC X(3)   value spaces.
               05   PIC X(12)   value "Exceptions: ".
                   05  TT-Exception-Count               PIC ZZZZ9.

               01  F1099TotalLine2.
               05   PIC X(22)   value "Reportable (box 3):   ".
               05  TT-Total-Reportable   PIC $ZZ,ZZZ,ZZ9.99.
               05   PIC X(3)   value spaces.
               05   PIC X(20)   value "Under threshold:    ".
               05  TT-Total-Under   PIC $ZZ,ZZZ,ZZ9.99.

      *****************************************************************
      * Recipient copy lines.                                         *
      *****************************************************************
               01  FormTitleLine.
               05   PIC X(15)   value "FORM 1099-MISC ".
               05   PIC X(27)   value "MISCELLANEOUS INFORMATION  ".
               05   PIC X(10)   value "TAX YEAR  ".
                   05  FT-Tax-Year                      PIC 9(04).
               05   PIC X(4)   value spaces.
               05   PIC X(20)   value "COPY B FOR RECIPIENT".

               01  FormLabelLine.
                   05  FL-Label                         PIC X(20).
                   05  FL-Value                         PIC X(60).

               01  FormCityLine.
                   05  FC-City                          PIC X(40).
               05   PIC X(1)   value spaces.
                   05  FC-State                         PIC X(02).
               05   PIC X(2)   value spaces.
                   05  FC-Zip                           PIC X(10).

               01  FormPayerTinLine.
               05   PIC X(20)   value "PAYER'S TIN:".
                   05  FP-Ein-Prefix                    PIC 9(02).
               05   PIC X(01)   value "-".
                   05  FP-Ein-Suffix                    PIC 9(07).
               05   PIC X(4)   value spaces.
               05   PIC X(07)   value "PHONE: ".
                   05  FP-Phone                         PIC X(15).

               01  FormAmountLine.
                   05  FM-Label                         PIC X(36).
                   05  FM-Amount                PIC $ZZZ,ZZZ,ZZ9.99.

       Procedure Division.
           Initilization.
               PERFORM 600-FormatDate
               PERFORM 700-FormatTime
               PERFORM 050-Select-Tax-Year
               PERFORM 100-Open-Files
               IF WS-Files-Ready
                   PERFORM 110-Load-Filing-Control
                   PERFORM 300-Write-Heading
                   SORT Form1099SortFile
                       ON ASCENDING KEY SK-Company-Code
                                        SK-EmployeeNumber
                                        SK-Payee-Name
                       INPUT PROCEDURE IS 240-Build-Sort-Input
                       OUTPUT PROCEDURE IS 250-Summarize-Payees
                   PERFORM 450-Write-Totals
                   PERFORM 260-Produce-Filing
               END-IF
               PERFORM 500-Close-Files.
               IF WS-Open-Failed
                   MOVE 16 TO RETURN-CODE
               ELSE
                   IF WS-Exception-Count > 0
                       MOVE 4 TO RETURN-CODE
                   END-IF
               END-IF
               STOP RUN.

           050-Select-Tax-Year.
               ACCEPT WS-Command-Line-Param FROM COMMAND-LINE
               COMPUTE WS-Tax-Year = LK_Current_Year - 1
               IF WS-Command-Line-Param(1:4) IS NUMERIC
                   MOVE WS-Command-Line-Param(1:4) TO WS-Tax-Year
               END-IF
               IF FUNCTION UPPER-CASE(WS-Command-Line-Param(6:4))
                       = "TEST"
                   SET WS-Test-File TO TRUE
               END-IF
               DISPLAY "FORM1099M: 1099-MISC tax year: " WS-Tax-Year.

           100-Open-Files.
               OPEN INPUT BeneficiaryPayFile
               CALL "Validations" USING BenePay-Status, "FORM1099M"
               OPEN INPUT PayrollReport
                   CALL "Validations" USING File_Status, "FORM1099M"
               OPEN OUTPUT Form1099Report
               CALL "Validations" USING F1099Rpt-Status, "FORM1099M"
               OPEN OUTPUT Form1099Print
               CALL "Validations" USING F1099Frm-Status, "FORM1099M"
               OPEN OUTPUT Form1099EFile
               CALL "Validations" USING F1099Irs-Status, "FORM1099M"
               OPEN OUTPUT Form1099Work
               CALL "Validations" USING F1099Wk-Status, "FORM1099M"
               IF BenePay-Status NOT = "00"
                       OR File_Status NOT = "00"
                       OR F1099Rpt-Status NOT = "00"
                       OR F1099Frm-Status NOT = "00"
                       OR F1099Irs-Status NOT = "00"
                       OR F1099Wk-Status NOT = "00"
                   SET WS-Open-Failed TO TRUE
               END-IF
               OPEN INPUT EmployeeAddrFile
               IF EmpAddr-Status = "00"
                   SET WS-Addr-Ready TO TRUE
               END-IF
               OPEN INPUT CompanyMasterFile
               IF CompMast-Status = "00"
                   SET WS-CompMast-Ready TO TRUE
               END-IF.

      *****************************************************************
      * The T card names the transmitter; each A card gives one       *
      * payer company's address and phone.                            *
      *****************************************************************
           110-Load-Filing-Control.
               OPEN INPUT Form1099Control
               IF F1099Ctl-Status = "00"
                   SET WS-Ctl-Not-Eof TO TRUE
                   PERFORM 112-Read-Control-Card
                   PERFORM 114-Load-One-Control-Card
                       UNTIL WS-Ctl-Eof
                   CLOSE Form1099Control
               END-IF
               IF WS-Tcc = SPACES
                   DISPLAY "FORM1099M: no transmitter control code on "
                       "Form1099Control - electronic file is incomplete"
                   ADD 1 TO WS-Exception-Count
               END-IF.

           112-Read-Control-Card.
               READ Form1099Control
                   AT END
                       SET WS-Ctl-Eof TO TRUE
               END-READ.

           114-Load-One-Control-Card.
               EVALUATE TRUE
                   WHEN CC-Transmitter-Card
                       MOVE CC-Tcc TO WS-Tcc
                       MOVE CC-Transmitter-Company
                           TO WS-Transmitter-Company
                       MOVE CC-Contact-Name TO WS-Contact-Name
                       MOVE CC-Contact-Phone TO WS-Contact-Phone
                       MOVE CC-Contact-Email TO WS-Contact-Email
                   WHEN CC-Payer-Card AND WS-Payer-Count < 20
                       ADD 1 TO WS-Payer-Count
                       MOVE CC-Company-Code
                           TO PT-Company-Code (WS-Payer-Count)
                       MOVE CC-Street TO PT-Street (WS-Payer-Count)
                       MOVE CC-City TO PT-City (WS-Payer-Count)
                       MOVE CC-State TO PT-State (WS-Payer-Count)
                       MOVE CC-Zip TO PT-Zip (WS-Payer-Count)
                       MOVE CC-Phone TO PT-Phone (WS-Payer-Count)
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               PERFORM 112-Read-Control-Card.

      *****************************************************************
      * Every beneficiary payment for the tax year is released to the *
      * sort under the company on the employee's payroll record.      *
      *****************************************************************
           240-Build-Sort-Input.
               SET WS-Pay-Not-Eof TO TRUE
               MOVE LOW-VALUES TO BP-Key
               START BeneficiaryPayFile
                       KEY IS GREATER THAN OR EQUAL BP-Key
                   INVALID KEY
                       SET WS-Pay-Eof TO TRUE
               END-START
               PERFORM 242-Read-Beneficiary-Payment
               PERFORM 245-Release-One-Payment
                   UNTIL WS-Pay-Eof.

           242-Read-Beneficiary-Payment.
               IF WS-Pay-Not-Eof
                   READ BeneficiaryPayFile NEXT RECORD
                       AT END
                           SET WS-Pay-Eof TO TRUE
                   END-READ
               END-IF.

           245-Release-One-Payment.
               IF BP-Tax-Year = WS-Tax-Year
                   INITIALIZE EmployeeRecords
                   MOVE BP-EmployeeNumber TO PR-EmployeeNumber
                   READ PayrollReport
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE EmployeeRecord TO EmployeeRecords
                   END-READ
                   MOVE CompanyCode TO SK-Company-Code
                   MOVE BP-EmployeeNumber TO SK-EmployeeNumber
                   MOVE BP-Payee-Name TO SK-Payee-Name
                   MOVE BP-Gross TO SK-Gross
                   RELEASE Form1099SortRecord
               END-IF
               PERFORM 242-Read-Beneficiary-Payment.

           250-Summarize-Payees.
               SET WS-Sort-Not-Eof TO TRUE
               MOVE SPACES TO WS-Previous-Company WS-Previous-Employee
                   WS-Previous-Payee
               MOVE 0 TO WS-Payee-Gross
               PERFORM 252-Return-One-Payment
               PERFORM 254-Accumulate-With-Break
                   UNTIL WS-Sort-Eof
               IF WS-Previous-Employee NOT = SPACES
                   PERFORM 256-End-Payee-Break
               END-IF
               CLOSE Form1099Work.

           252-Return-One-Payment.
               RETURN Form1099SortFile
                   AT END
                       SET WS-Sort-Eof TO TRUE
               END-RETURN.

           254-Accumulate-With-Break.
               IF WS-Previous-Employee NOT = SPACES
                   AND (SK-Company-Code NOT = WS-Previous-Company
                       OR SK-EmployeeNumber NOT = WS-Previous-Employee
                       OR SK-Payee-Name NOT = WS-Previous-Payee)
                   PERFORM 256-End-Payee-Break
               END-IF
               MOVE SK-Company-Code TO WS-Previous-Company
               MOVE SK-EmployeeNumber TO WS-Previous-Employee
               MOVE SK-Payee-Name TO WS-Previous-Payee
               ADD SK-Gross TO WS-Payee-Gross
               PERFORM 252-Return-One-Payment.

      *****************************************************************
      * One threshold report line per payee.  A reportable payee also *
      * goes to the work file for the forms and the electronic file.  *
      * The payee's TIN is never on file, so every reportable payee   *
      * is listed as an exception.                                    *
      *****************************************************************
           256-End-Payee-Break.
               ADD 1 TO WS-Payee-Count
               MOVE SPACES TO F1099DetailLine WS-Exception
               MOVE WS-Previous-Company TO TD-Company-Code
               MOVE WS-Previous-Employee TO TD-EmployeeNumber
               MOVE WS-Previous-Payee TO TD-Payee-Name
               MOVE WS-Payee-Gross TO TD-Gross
               PERFORM 258-Find-Employee
               IF WS-Employee-Found
                   MOVE EmployeeName TO TD-EmployeeName
               ELSE
                   MOVE "NOT ON PAYROLL FILE" TO WS-Exception
               END-IF
               MOVE SPACES TO Form1099WorkRecord
               MOVE WS-Previous-Company TO FW-Company-Code
               MOVE WS-Previous-Employee TO FW-EmployeeNumber
               MOVE WS-Previous-Payee TO FW-Payee-Name
               MOVE WS-Payee-Gross TO FW-Gross
               MOVE "N" TO FW-Reportable
               IF WS-Payee-Gross NOT < WS-Threshold
                   MOVE "REPORTABLE" TO TD-Status
                   ADD WS-Payee-Gross TO WS-Total-Reportable
                   MOVE "Y" TO FW-Reportable
                   ADD 1 TO WS-Reportable-Count
                   IF WS-Exception = SPACES
                       MOVE "NO PAYEE TIN - OBTAIN W-9"
                           TO WS-Exception
                   END-IF
               ELSE
                   MOVE "UNDER 600" TO TD-Status
                   ADD 1 TO WS-Under-Count
                   ADD WS-Payee-Gross TO WS-Total-Under
               END-IF
               IF WS-Exception NOT = SPACES
                   ADD 1 TO WS-Exception-Count
               END-IF
               MOVE WS-Exception TO TD-Exception
               WRITE Form1099WorkRecord
               MOVE SPACES TO F1099RptPrintLine
               WRITE F1099RptPrintLine FROM F1099DetailLine
                   AFTER ADVANCING 1
               MOVE 0 TO WS-Payee-Gross.

           258-Find-Employee.
               SET WS-Employee-Found TO TRUE
               INITIALIZE EmployeeRecords
               MOVE WS-Previous-Employee TO PR-EmployeeNumber
               READ PayrollReport
                   INVALID KEY
                       SET WS-Employee-Not-Found TO TRUE
                   NOT INVALID KEY
                       MOVE EmployeeRecord TO EmployeeRecords
               END-READ.

      *****************************************************************
      * Second pass over the reportable payees: one T record, an A    *
      * record and C record around each paying company's B records,   *
      * then the F record; a recipient copy is printed for each B.    *
      *****************************************************************
           260-Produce-Filing.
               PERFORM 262-Write-Transmitter-Record
               OPEN INPUT Form1099Work
               CALL "Validations" USING F1099Wk-Status, "FORM1099M"
               IF F1099Wk-Status = "00"
                   SET WS-Work-Not-Eof TO TRUE
                   SET WS-Payer-Not-Open TO TRUE
                   PERFORM 264-Read-Work-Record
                   PERFORM 266-File-One-Payee
                       UNTIL WS-Work-Eof
                   IF WS-Payer-Open
                       PERFORM 272-Write-End-Of-Payer
                   END-IF
                   CLOSE Form1099Work
               END-IF
               PERFORM 274-Write-End-Of-Transmission
               DISPLAY "FORM1099M: forms " WS-Form-Count
                   " payers " WS-A-Record-Count
                   " exceptions " WS-Exception-Count.

           262-Write-Transmitter-Record.
               MOVE SPACES TO IrsTransmitterRecord
               MOVE "T" TO ET-Record-Type
               MOVE WS-Tax-Year TO ET-Payment-Year
               MOVE WS-Tcc TO ET-Tcc
               IF WS-Test-File
                   MOVE "T" TO ET-Test-Indicator
               END-IF
               MOVE WS-Transmitter-Company TO WS-Form-Company
               PERFORM 280-Find-Payer-Data
               MOVE WS-Payer-Ein TO ET-Transmitter-Tin
               MOVE WS-Payer-Name TO ET-Transmitter-Name
                                     ET-Company-Name
               MOVE WS-Payer-Street TO ET-Company-Street
               MOVE WS-Payer-City TO ET-Company-City
               MOVE WS-Payer-State TO ET-Company-State
               MOVE WS-Payer-Zip TO ET-Company-Zip
               MOVE WS-Reportable-Count TO ET-Payee-Count
               MOVE WS-Contact-Name TO ET-Contact-Name
               MOVE WS-Contact-Phone TO ET-Contact-Phone
               MOVE WS-Contact-Email TO ET-Contact-Email
               MOVE "I" TO ET-Vendor-Indicator
               ADD 1 TO WS-Record-Sequence
               MOVE WS-Record-Sequence TO ET-Sequence
               WRITE F1099IrsRecord FROM IrsTransmitterRecord.

           264-Read-Work-Record.
               READ Form1099Work
                   AT END
                       SET WS-Work-Eof TO TRUE
               END-READ.

           266-File-One-Payee.
               IF FW-Is-Reportable
                   IF WS-Payer-Not-Open
                           OR FW-Company-Code NOT = WS-Form-Company
                       IF WS-Payer-Open
                           PERFORM 272-Write-End-Of-Payer
                       END-IF
                       PERFORM 268-Write-Payer-Record
                   END-IF
                   PERFORM 286-Find-Payee-Address
                   PERFORM 270-Write-Payee-Record
                   PERFORM 290-Print-Recipient-Form
               END-IF
               PERFORM 264-Read-Work-Record.

           268-Write-Payer-Record.
               MOVE FW-Company-Code TO WS-Form-Company
               PERFORM 280-Find-Payer-Data
               MOVE SPACES TO IrsPayerRecord
               MOVE "A" TO EA-Record-Type
               MOVE WS-Tax-Year TO EA-Payment-Year
               MOVE WS-Payer-Ein TO EA-Payer-Tin
               MOVE "A " TO EA-Type-Of-Return
               MOVE "3" TO EA-Amount-Codes
               MOVE WS-Payer-Name TO EA-Payer-Name
               MOVE "0" TO EA-Transfer-Agent
               MOVE WS-Payer-Street TO EA-Payer-Street
               MOVE WS-Payer-City TO EA-Payer-City
               MOVE WS-Payer-State TO EA-Payer-State
               MOVE WS-Payer-Zip TO EA-Payer-Zip
               MOVE WS-Payer-Phone TO EA-Payer-Phone
               ADD 1 TO WS-Record-Sequence
               MOVE WS-Record-Sequence TO EA-Sequence
               WRITE F1099IrsRecord FROM IrsPayerRecord
               ADD 1 TO WS-A-Record-Count
               MOVE 0 TO WS-Payer-Payee-Count WS-Payer-Box3-Total
               SET WS-Payer-Open TO TRUE.

      * The name control and the TIN are left blank; the payee's TIN
      * is added once it has been obtained on a W-9.
           270-Write-Payee-Record.
               MOVE SPACES TO IrsPayeeRecord
               MOVE "B" TO EB-Record-Type
               MOVE WS-Tax-Year TO EB-Payment-Year
               MOVE FW-EmployeeNumber TO EB-Account-Number
               MOVE 0 TO EB-Amount-1 EB-Amount-2 EB-Amount-4
               MOVE FW-Gross TO EB-Amount-3
               MOVE ALL "0" TO EB-Amount-Rest
               MOVE FW-Payee-Name TO EB-Payee-Name
               MOVE AD-Street TO EB-Payee-Street
               MOVE AD-City TO EB-Payee-City
               MOVE AD-State TO EB-Payee-State
               PERFORM 276-Format-Payee-Zip
               MOVE WS-Payee-Zip TO EB-Payee-Zip
               MOVE 0 TO EB-State-Tax EB-Local-Tax
               ADD 1 TO WS-Record-Sequence
               MOVE WS-Record-Sequence TO EB-Sequence
               WRITE F1099IrsRecord FROM IrsPayeeRecord
               ADD 1 TO WS-Payer-Payee-Count
               ADD FW-Gross TO WS-Payer-Box3-Total
               ADD 1 TO WS-Efile-Count
               ADD FW-Gross TO WS-Efile-Box3-Total
               IF FW-EmployeeNumber IS NUMERIC
                   MOVE FW-EmployeeNumber TO WS-Hash-Number
                   ADD WS-Hash-Number TO WS-Efile-Hash
               END-IF.

           272-Write-End-Of-Payer.
               MOVE SPACES TO IrsEndOfPayerRecord
               MOVE "C" TO EC-Record-Type
               MOVE WS-Payer-Payee-Count TO EC-Payee-Count
               MOVE 0 TO EC-Control-Total-1 EC-Control-Total-2
                   EC-Control-Total-4
               MOVE WS-Payer-Box3-Total TO EC-Control-Total-3
               MOVE ALL "0" TO EC-Control-Total-Rest
               ADD 1 TO WS-Record-Sequence
               MOVE WS-Record-Sequence TO EC-Sequence
               WRITE F1099IrsRecord FROM IrsEndOfPayerRecord
               SET WS-Payer-Not-Open TO TRUE.

           274-Write-End-Of-Transmission.
               MOVE SPACES TO IrsEndOfTransmissionRecord
               MOVE "F" TO EF-Record-Type
               MOVE WS-A-Record-Count TO EF-A-Record-Count
               MOVE 0 TO EF-Zeros
               MOVE WS-Reportable-Count TO EF-Payee-Count
               ADD 1 TO WS-Record-Sequence
               MOVE WS-Record-Sequence TO EF-Sequence
               WRITE F1099IrsRecord FROM IrsEndOfTransmissionRecord.

      * The zip is filed as nine digits with no hyphen.
           276-Format-Payee-Zip.
               MOVE SPACES TO WS-Payee-Zip
               IF AD-Zip(6:1) = "-"
                   MOVE AD-Zip(1:5) TO WS-Payee-Zip(1:5)
                   MOVE AD-Zip(7:4) TO WS-Payee-Zip(6:4)
               ELSE
                   MOVE AD-Zip(1:9) TO WS-Payee-Zip
               END-IF.

      *****************************************************************
      * Payer name and EIN from CompanyMaster, address and phone from *
      * the A card for the company in WS-Form-Company.                *
      *****************************************************************
           280-Find-Payer-Data.
               MOVE SPACES TO WS-Payer-Name WS-Payer-Street
                   WS-Payer-City WS-Payer-State WS-Payer-Zip
                   WS-Payer-Phone
               MOVE 0 TO WS-Payer-Ein
               IF WS-CompMast-Ready
                   MOVE WS-Form-Company TO CM-Company-Code
                   READ CompanyMasterFile
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE CM-Legal-Name TO WS-Payer-Name
                           MOVE CM-EIN TO WS-Payer-Ein
                   END-READ
               END-IF
               IF WS-Payer-Ein = 0
                   DISPLAY "FORM1099M: no legal name/EIN for company "
                       WS-Form-Company " on CompanyMaster"
                   ADD 1 TO WS-Exception-Count
               END-IF
               MOVE 0 TO WS-Payer-Found-Idx
               PERFORM 282-Check-One-Payer
                   VARYING WS-Payer-Idx FROM 1 BY 1
                   UNTIL WS-Payer-Idx > WS-Payer-Count
                       OR WS-Payer-Found-Idx > 0
               IF WS-Payer-Found-Idx > 0
                   MOVE PT-Street (WS-Payer-Found-Idx)
                       TO WS-Payer-Street
                   MOVE PT-City (WS-Payer-Found-Idx) TO WS-Payer-City
                   MOVE PT-State (WS-Payer-Found-Idx)
                       TO WS-Payer-State
                   MOVE PT-Zip (WS-Payer-Found-Idx) TO WS-Payer-Zip
                   MOVE PT-Phone (WS-Payer-Found-Idx)
                       TO WS-Payer-Phone
               ELSE
                   DISPLAY "FORM1099M: no payer address card for "
                       "company " WS-Form-Company
                   ADD 1 TO WS-Exception-Count
               END-IF.

           282-Check-One-Payer.
               IF PT-Company-Code (WS-Payer-Idx) = WS-Form-Company
                   MOVE WS-Payer-Idx TO WS-Payer-Found-Idx
               END-IF.

      * The payee is addressed at the employee's last address.
           286-Find-Payee-Address.
               MOVE SPACES TO AD-Street AD-City AD-State AD-Zip
               IF WS-Addr-Ready
                   MOVE FW-EmployeeNumber TO AD-EmployeeNumber
                   READ EmployeeAddrFile
                       INVALID KEY
                           MOVE SPACES TO AD-Street AD-City
                               AD-State AD-Zip
                   END-READ
               END-IF.

      *****************************************************************
      * Recipient copy, one page per payee.                           *
      *****************************************************************
           290-Print-Recipient-Form.
               MOVE WS-Tax-Year TO FT-Tax-Year
               MOVE SPACES TO F1099FrmPrintLine
               WRITE F1099FrmPrintLine FROM FormTitleLine
                   AFTER ADVANCING PAGE
               MOVE "PAYER'S NAME:" TO FL-Label
               MOVE WS-Payer-Name TO FL-Value
               PERFORM 292-Print-Label-Line
               MOVE SPACES TO FL-Label
               MOVE WS-Payer-Street TO FL-Value
               PERFORM 294-Print-Label-Line-Single
               MOVE WS-Payer-City TO FC-City
               MOVE WS-Payer-State TO FC-State
               MOVE WS-Payer-Zip TO FC-Zip
               MOVE FormCityLine TO FL-Value
               PERFORM 294-Print-Label-Line-Single
               MOVE WS-Payer-Ein-Prefix TO FP-Ein-Prefix
               MOVE WS-Payer-Ein-Suffix TO FP-Ein-Suffix
               MOVE WS-Payer-Phone TO FP-Phone
               WRITE F1099FrmPrintLine FROM FormPayerTinLine
                   AFTER ADVANCING 1
               MOVE "RECIPIENT'S TIN:" TO FL-Label
               MOVE "NONE ON FILE" TO FL-Value
               PERFORM 292-Print-Label-Line
               MOVE "RECIPIENT'S NAME:" TO FL-Label
               MOVE FW-Payee-Name TO FL-Value
               PERFORM 294-Print-Label-Line-Single
               MOVE "STREET ADDRESS:" TO FL-Label
               MOVE AD-Street TO FL-Value
               PERFORM 294-Print-Label-Line-Single
               MOVE AD-City TO FC-City
               MOVE AD-State TO FC-State
               MOVE AD-Zip TO FC-Zip
               MOVE "CITY, STATE, ZIP:" TO FL-Label
               MOVE FormCityLine TO FL-Value
               PERFORM 294-Print-Label-Line-Single
               MOVE "ACCOUNT NUMBER:" TO FL-Label
               MOVE FW-EmployeeNumber TO FL-Value
               PERFORM 294-Print-Label-Line-Single
               MOVE "3 OTHER INCOME" TO FM-Label
               MOVE FW-Gross TO FM-Amount
               WRITE F1099FrmPrintLine FROM FormAmountLine
                   AFTER ADVANCING 2
               MOVE "4 FEDERAL INCOME TAX WITHHELD" TO FM-Label
               MOVE 0 TO FM-Amount
               WRITE F1099FrmPrintLine FROM FormAmountLine
                   AFTER ADVANCING 1
               ADD 1 TO WS-Form-Count.

           292-Print-Label-Line.
               WRITE F1099FrmPrintLine FROM FormLabelLine
                   AFTER ADVANCING 2.

           294-Print-Label-Line-Single.
               WRITE F1099FrmPrintLine FROM FormLabelLine
                   AFTER ADVANCING 1.

           300-Write-Heading.
               MOVE "1099-MISC Reporting" TO HeaderReportTitle
               MOVE WS-Tax-Year TO FH-Tax-Year
               MOVE WS-Threshold TO FH-Threshold
               MOVE SPACES TO F1099RptPrintLine
               WRITE F1099RptPrintLine FROM HeaderMain
                   AFTER ADVANCING PAGE
               WRITE F1099RptPrintLine FROM F1099Heading2
                   AFTER ADVANCING 1
               WRITE F1099RptPrintLine FROM HeaderMain3
                   AFTER ADVANCING 2
               WRITE F1099RptPrintLine FROM F1099ColumnHeadings
                   AFTER ADVANCING 2.

           450-Write-Totals.
               MOVE WS-Payee-Count TO TT-Payee-Count
               MOVE WS-Reportable-Count TO TT-Reportable-Count
               MOVE WS-Under-Count TO TT-Under-Count
               MOVE WS-Exception-Count TO TT-Exception-Count
               MOVE WS-Total-Reportable TO TT-Total-Reportable
               MOVE WS-Total-Under TO TT-Total-Under
               MOVE SPACES TO F1099RptPrintLine
               WRITE F1099RptPrintLine FROM F1099TotalLine1
                   AFTER ADVANCING 2
               WRITE F1099RptPrintLine FROM F1099TotalLine2
                   AFTER ADVANCING 1.

           500-Close-Files.
               CLOSE BeneficiaryPayFile
               CLOSE PayrollReport
               CLOSE Form1099Report
               CLOSE Form1099Print
               CLOSE Form1099EFile
               IF WS-Addr-Ready
                   CLOSE EmployeeAddrFile
               END-IF
               IF WS-CompMast-Ready
                   CLOSE CompanyMasterFile
               END-IF
               IF WS-Files-Ready AND NOT WS-Test-File
                   PERFORM 510-Register-Electronic-File
               END-IF.

           510-Register-Electronic-File.
               INITIALIZE IfaceRegRequest
               MOVE "F1099MSC" TO IR-Interface-Id
               MOVE "Form1099EFile" TO IR-File-Name
               MOVE "Internal Revenue Svc" TO IR-Recipient
               MOVE "FORM1099M" TO IR-Program
               MOVE WS-Efile-Count TO IR-Record-Count
               MOVE WS-Efile-Hash TO IR-Hash-Total
               MOVE WS-Efile-Box3-Total TO IR-Dollar-Total
               CALL "IfaceRegister" USING IfaceRegRequest.

           600-FormatDate.
               CALL "DateFormat" USING LK_Current_Date
               MOVE LK_Current_Date TO WS-Today
               MOVE LK_Current_Month TO LK_Date_MDY_Month
               MOVE LK_Current_Day TO LK_Date_MDY_Day
               MOVE LK_Current_Year TO LK_Date_MDY_Year
               MOVE LK_Date_MDY_Numeric TO HeaderDate.

           700-FormatTime.
               CALL "TimeFormats" USING LK_Current_Time
               MOVE LK_Current_Hours TO LK_Time_HMS_Hours
               MOVE LK_Current_Minute TO LK_Time_HMS_Minutes
               MOVE LK_Current_Second TO LK_Time_HMS_Seconds
               MOVE LK_Time_HMS_Numeric TO HeaderTime.

               End Program Form1099Misc.
