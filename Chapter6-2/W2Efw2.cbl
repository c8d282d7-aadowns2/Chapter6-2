       Identification Division.
           Program-ID. W2Efw2.
               Author. Anthony Downs.
               Installation.
               Date-Written. October 15, 2026.
               Date-Compiled.
               Security. Produces Social Security Numbers.

      * Year-end W-2 electronic filing for the Social Security
      * Administration in the 512-byte EFW2 layout: one RA submitter
      * record, then for each company an RE employer record, one RW
      * record per employee paid in the year and an RT total record,
      * and a closing RF record.  Amounts come from the employee's
      * YtdAccumFile record for the tax year:
      *     Box 1  wages        - year's gross plus the imputed
      *                           group-term life income, less any
      *                           pay DeceasedPay made to a
      *                           beneficiary in the year of death
      *                           (BeneficiaryPayFile form code W),
      *                           which is Social Security and
      *                           Medicare wages only
      *     Box 2  federal W/H  - year's withholding
      *     Box 3  SS wages     - box 5 limited to the year's Social
      *                           Security wage base (TaxYearFile, or
      *                           the standing base if not loaded)
      *     Box 4  SS tax       - year's Social Security tax
      *     Box 5  Medicare     - year's gross plus the imputed
      *                           income, no limit
      *     Box 6  Medicare tax - year's Medicare tax
      *     Box 12 code C       - imputed group-term life income over
      *                           $50,000 of coverage
      * Employees are reported under the company on their payroll
      * record.  An employee who changed legal entity during the year
      * (EntityTransfer) also gets an RW record under each company
      * they were closed out of, from that company's EntityYtdFile
      * close-out; their YtdAccum record covers only the company they
      * are with now.  Box 3 is then limited to the wage base less any
      * wages a predecessor paid that the company counts under the
      * successor-employer rule.  The employer's legal name and EIN
      * come from CompanyMaster; the submitter's user ID and contact,
      * and each employer's address, come from W2Control:
      *     S card - user ID, submitting company, contact name, phone,
      *              e-mail, preparer code
      *     E card - company, street, city, state, zip, zip extension
      * The full SSN is decoded through SsnVault only for the
      * electronic file, and each decode is logged there; the control
      * report shows the last four digits.  The year must have been
      * closed by YearEndClose, so the file is built from frozen
      * totals.
      * Command-line options:
      *     columns 1-4     tax year (defaults to last year)
      *     columns 6-9     TEST to build from a year not yet closed
      *                     for AccuWage checking
      *     columns 11-18   operator ID (defaults to BATCH)
      * Return code 4 means exceptions were listed on the control
      * report or the filing control data is incomplete; 16 means the
      * files could not be opened or the year is not closed.
      * A filing file (not a TEST file) is entered on the outbound
      * interface register as EFW2 with its RW record count, the sum
      * of the employees' SSNs as the hash total and the box 1 wages
      * total as the dollar total.
       Environment Division.
           Configuration Section.
               Special-Names.

           Input-Output Section.
               File-Control.
                   Select YtdAccumFile assign to YtdAccum
                       File Status is YtdAccum-Status
                       Organization is Indexed
                       Access Mode is Dynamic
                       Record Key is YT-Key.

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

                   Select Optional EntityYtdFile assign to EntityYtd
                       File Status is EntityYtd-Status
                       Organization is Indexed
                       Access Mode is Dynamic
                       Record Key is EY-Key.

                   Select Optional BeneficiaryPayFile assign to BenePay
                       File Status is BenePay-Status
                       Organization is Indexed
                       Access Mode is Dynamic
                       Record Key is BP-Key.

                   Select Optional TaxYearFile assign to TaxYear
                       File Status is TaxYear-Status
                       Organization is Indexed
                       Access Mode is Dynamic
                       Record Key is TY-Year.

                   Select Optional W2Control assign to W2Ctl
                       Organization is Line Sequential
                       File Status is W2Ctl-Status.

                   Select W2Report assign to W2Rpt
                       Organization is Line Sequential
                       File Status is W2Rpt-Status.

                   Select W2EFile assign to W2Efw2
                       Organization is Line Sequential
                       File Status is W2Efw2-Status.

                   Select W2SortFile assign to SortWork.

               I-O-Control.

       Data Division.
           File Section.
               FD  YtdAccumFile.
                   01  YtdAccumRecord.
                       05  YT-Key.
                           10  YT-EmployeeNumber            PIC X(05).
                           10  YT-Year                      PIC 9(04).
                       05  YT-Gross                     PIC S9(8)V99.
                       05  YT-Withholding               PIC S9(8)V99.
                       05  YT-Net                       PIC S9(8)V99.
                       05  YT-Soc-Sec                   PIC S9(8)V99.
                       05  YT-Medicare                  PIC S9(8)V99.
                       05  YT-State-Tax                 PIC S9(8)V99.
                       05  YT-Quarter-Totals OCCURS 4 TIMES.
                           10  YT-Qtr-Gross             PIC S9(8)V99.
                           10  YT-Qtr-Withholding       PIC S9(8)V99.
                           10  YT-Qtr-Net               PIC S9(8)V99.
                       05  YT-Imputed-Income            PIC S9(8)V99.

               FD  EntityYtdFile.
                   01  EntityYtdRecord.
                       05  EY-Key.
                           10  EY-EmployeeNumber            PIC X(05).
                           10  EY-Year                      PIC 9(04).
                           10  EY-Company-Code              PIC X(02).
                       05  EY-EIN                           PIC 9(09).
                       05  EY-Transfer-Seq                  PIC 9(02).
                       05  EY-Closed-Date                   PIC 9(08).
                       05  EY-To-Company                    PIC X(02).
                       05  EY-Successor-Switch              PIC X(01).
                       05  EY-Gross                     PIC S9(8)V99.
                       05  EY-Withholding               PIC S9(8)V99.
                       05  EY-Net                       PIC S9(8)V99.
                       05  EY-Soc-Sec                   PIC S9(8)V99.
                       05  EY-Medicare                  PIC S9(8)V99.
                       05  EY-State-Tax                 PIC S9(8)V99.
                       05  EY-Quarter-Totals OCCURS 4 TIMES.
                           10  EY-Qtr-Gross             PIC S9(8)V99.
                           10  EY-Qtr-Withholding       PIC S9(8)V99.
                           10  EY-Qtr-Net               PIC S9(8)V99.
                       05  EY-Imputed-Income            PIC S9(8)V99.
                       05  EY-Credit-In                 PIC S9(8)V99.
                       05  EY-SocSec-Wages              PIC S9(8)V99.
                       05  EY-Credit-Out                PIC S9(8)V99.
                       05                                   PIC X(07).

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

               FD  TaxYearFile.
                   01  TaxYearRecord.
                       05  TY-Year                          PIC 9(04).
                       05  TY-SocSec-Wage-Base              PIC 9(07).
                       05  TY-SocSec-Rate                   PIC V9999.
                       05  TY-Medicare-Rate                 PIC V9999.
                       05                                   PIC X(06).

               FD  W2Control
                   Record Contains 200 characters.
                   01  W2ControlRecord.
                       05  WC-Record-Type                   PIC X(01).
                           88  WC-Submitter-Card            value "S".
                           88  WC-Employer-Card             value "E".
                       05  WC-Card-Data                     PIC X(199).
                       05  WC-Submitter-Data
                               redefines WC-Card-Data.
                           10  WC-User-Id                   PIC X(08).
                           10  WC-Submitter-Company         PIC X(02).
                           10  WC-Contact-Name              PIC X(27).
                           10  WC-Contact-Phone             PIC X(15).
                           10  WC-Contact-Email             PIC X(40).
                           10  WC-Preparer-Code             PIC X(01).
                           10                               PIC X(106).
                       05  WC-Employer-Data redefines WC-Card-Data.
                           10  WC-Company-Code              PIC X(02).
                           10  WC-Street                    PIC X(22).
                           10  WC-City                      PIC X(22).
                           10  WC-State                     PIC X(02).
                           10  WC-Zip                       PIC X(05).
                           10  WC-Zip-Ext                   PIC X(04).
                           10                               PIC X(142).

               FD  W2Report
                   Record Contains 132 characters.
                   01  W2RptPrintLine                      PIC X(132).

               FD  W2EFile
                   Record Contains 512 characters.
                   01  W2EfwRecord                         PIC X(512).

               SD  W2SortFile.
                   01  W2SortRecord.
                       05  SK-Company-Code                  PIC X(02).
                       05  SK-EmployeeNumber                PIC X(05).
                       05  SK-Source                        PIC X(01).
                           88  SK-From-Ytd                  value "Y".
                           88  SK-From-Close-Out            value "E".

           Working-Storage Section.
               COPY "Misc.cpy".
              COPY "WS_Date.cpy" REPLACING LEADING ==Prefix== BY ==LK==.
               COPY "HeaderMain.cpy".
               COPY "EmployeeRecord.cpy".
               COPY "IfaceReg.cpy".

               01  YtdAccum-Status                     PIC X(02).
               01  EmpAddr-Status                      PIC X(02).
               01  CompMast-Status                     PIC X(02).
               01  TaxYear-Status                      PIC X(02).
               01  EntityYtd-Status                    PIC X(02).
               01  BenePay-Status                      PIC X(02).
               01  W2Ctl-Status                        PIC X(02).
               01  W2Rpt-Status                        PIC X(02).
               01  W2Efw2-Status                       PIC X(02).

               01  WS-Open-Switch   PIC X(01)   value "Y".
                   88  WS-Files-Ready                       value "Y".
                   88  WS-Open-Failed                        value "N".
               01  WS-Addr-Switch   PIC X(01)   value "N".
                   88  WS-Addr-Ready                        value "Y".
                   88  WS-Addr-Not-Ready                    value "N".
               01  WS-CompMast-Switch   PIC X(01)   value "N".
                   88  WS-CompMast-Ready                    value "Y".
                   88  WS-CompMast-Not-Ready                value "N".
               01  WS-EntityYtd-Switch   PIC X(01)   value "N".
                   88  WS-EntityYtd-Ready                   value "Y".
               01  WS-BenePay-Switch   PIC X(01)   value "N".
                   88  WS-BenePay-Ready                     value "Y".
               01  WS-BenePay-Eof-Switch   PIC X(01)   value "N".
                   88  WS-BenePay-Eof                       value "Y".
                   88  WS-BenePay-Not-Eof                   value "N".
               01  WS-Ey-Eof-Switch   PIC X(01)   value "N".
                   88  WS-Ey-Eof                            value "Y".
                   88  WS-Ey-Not-Eof                        value "N".
               01  WS-Ytd-Eof-Switch   PIC X(01)   value "N".
                   88  WS-Ytd-Eof                           value "Y".
                   88  WS-Ytd-Not-Eof                       value "N".
               01  WS-Sort-Eof-Switch   PIC X(01)   value "N".
                   88  WS-Sort-Eof                          value "Y".
                   88  WS-Sort-Not-Eof                      value "N".
               01  WS-Ctl-Eof-Switch   PIC X(01)   value "N".
                   88  WS-Ctl-Eof                           value "Y".
                   88  WS-Ctl-Not-Eof                       value "N".
               01  WS-Employer-Open-Switch   PIC X(01)   value "N".
                   88  WS-Employer-Open                     value "Y".
                   88  WS-Employer-Not-Open                 value "N".
               01  WS-Test-Switch   PIC X(01)   value "N".
                   88  WS-Test-File                         value "Y".
               01  WS-Year-Closed-Answer   PIC X(01)   value "N".
                   88  WS-Year-Is-Closed                    value "Y".

               01  WS-Command-Line-Param   PIC X(40)   value spaces.
               01  WS-Operator-Id   PIC X(08)   value "BATCH   ".
               01  WS-Today   PIC 9(08)   value 0.
               01  WS-Tax-Year   PIC 9(04)   value 0.
               01  WS-SocSec-Wage-Base   PIC 9(07)   value 176100.

               01  WS-User-Id   PIC X(08)   value spaces.
               01  WS-Submitter-Company   PIC X(02)   value spaces.
               01  WS-Contact-Name   PIC X(27)   value spaces.
               01  WS-Contact-Phone   PIC X(15)   value spaces.
               01  WS-Contact-Email   PIC X(40)   value spaces.
               01  WS-Preparer-Code   PIC X(01)   value "L".

      * Employer addresses from the E cards, one entry per company.
               01  WS-Employer-Count   PIC 9(02)   COMP value 0.
               01  WS-Employer-Idx   PIC 9(02)   COMP value 0.
               01  WS-Employer-Found-Idx   PIC 9(02)   COMP value 0.
               01  WS-Employer-Table.
                   05  WS-Employer-Entry OCCURS 20 TIMES.
                       10  ET-Company-Code              PIC X(02).
                       10  ET-Street                    PIC X(22).
                       10  ET-City                      PIC X(22).
                       10  ET-State                     PIC X(02).
                       10  ET-Zip                       PIC X(05).
                       10  ET-Zip-Ext                   PIC X(04).

               01  WS-Form-Company   PIC X(02)   value spaces.
               01  WS-Employer-Name   PIC X(30)   value spaces.
               01  WS-Employer-Ein   PIC 9(09)   value 0.
               01  WS-Employer-Street   PIC X(22)   value spaces.
               01  WS-Employer-City   PIC X(22)   value spaces.
               01  WS-Employer-State   PIC X(02)   value spaces.
               01  WS-Employer-Zip   PIC X(05)   value spaces.
               01  WS-Employer-Zip-Ext   PIC X(04)   value spaces.

               01  WS-Clear-Ssn   PIC 9(09)   value 0.
               01  WS-Clear-Ssn-R redefines WS-Clear-Ssn.
                   05                                   PIC 9(05).
                   05  WS-Ssn-Last-Four                 PIC 9(04).
               01  WS-Name-Parts   PIC 9(02)   COMP value 0.
               01  WS-Name-Part-1   PIC X(20)   value spaces.
               01  WS-Name-Part-2   PIC X(20)   value spaces.
               01  WS-Name-Part-3   PIC X(20)   value spaces.
               01  WS-Exception   PIC X(16)   value spaces.

               01  WS-Box1-Wages   PIC S9(9)V99 value 0.
               01  WS-Box3-Wages   PIC S9(9)V99 value 0.
               01  WS-Box5-Wages   PIC S9(9)V99 value 0.
               01  WS-Beneficiary-Wages   PIC S9(9)V99 value 0.
               01  WS-Box3-Limit   PIC S9(9)V99 value 0.
               01  WS-Successor-Credit   PIC S9(8)V99 value 0.

               01  WS-Rw-Count   PIC 9(07)   value 0.
               01  WS-Employer-Rw-Count   PIC 9(07)   value 0.
               01  WS-Re-Count   PIC 9(05)   COMP value 0.
               01  WS-Exception-Count   PIC 9(05)   COMP value 0.
               01  WS-Ssn-Hash   PIC 9(15)   value 0.

               01  WS-Employer-Totals.
                   05  WS-Rt-Box1                    PIC 9(13)V99.
                   05  WS-Rt-Box2                    PIC 9(13)V99.
                   05  WS-Rt-Box3                    PIC 9(13)V99.
                   05  WS-Rt-Box4                    PIC 9(13)V99.
                   05  WS-Rt-Box5                    PIC 9(13)V99.
                   05  WS-Rt-Box6                    PIC 9(13)V99.
                   05  WS-Rt-Code-C                  PIC 9(13)V99.
               01  WS-File-Totals.
                   05  WS-Ft-Box1                    PIC 9(13)V99.
                   05  WS-Ft-Box2                    PIC 9(13)V99.
                   05  WS-Ft-Box3                    PIC 9(13)V99.
                   05  WS-Ft-Box5                    PIC 9(13)V99.
                   05  WS-Ft-Code-C                  PIC 9(13)V99.

      *****************************************************************
      * EFW2 records.  Each is 512 bytes; amounts are in cents,       *
      * right-justified and zero-filled.                              *
      *****************************************************************
               01  EfwSubmitterRecord.
                   05  RA-Record-Type                   PIC X(02).
                   05  RA-Submitter-Ein                 PIC 9(09).
                   05  RA-User-Id                       PIC X(08).
                   05  RA-Vendor-Code                   PIC X(04).
                   05                                   PIC X(05).
                   05  RA-Resub-Indicator               PIC X(01).
                   05  RA-Resub-Wfid                    PIC X(06).
                   05  RA-Software-Code                 PIC X(02).
                   05  RA-Company-Name                  PIC X(57).
                   05  RA-Company-Location              PIC X(22).
                   05  RA-Company-Delivery              PIC X(22).
                   05  RA-Company-City                  PIC X(22).
                   05  RA-Company-State                 PIC X(02).
                   05  RA-Company-Zip                   PIC X(05).
                   05  RA-Company-Zip-Ext               PIC X(04).
                   05                                   PIC X(05).
                   05  RA-Company-Foreign               PIC X(40).
                   05  RA-Submitter-Name                PIC X(57).
                   05  RA-Submitter-Location            PIC X(22).
                   05  RA-Submitter-Delivery            PIC X(22).
                   05  RA-Submitter-City                PIC X(22).
                   05  RA-Submitter-State               PIC X(02).
                   05  RA-Submitter-Zip                 PIC X(05).
                   05  RA-Submitter-Zip-Ext             PIC X(04).
                   05                                   PIC X(05).
                   05  RA-Submitter-Foreign             PIC X(40).
                   05  RA-Contact-Name                  PIC X(27).
                   05  RA-Contact-Phone                 PIC X(15).
                   05  RA-Contact-Phone-Ext             PIC X(05).
                   05                                   PIC X(03).
                   05  RA-Contact-Email                 PIC X(40).
                   05                                   PIC X(03).
                   05  RA-Contact-Fax                   PIC X(10).
                   05                                   PIC X(01).
                   05  RA-Preparer-Code                 PIC X(01).
                   05                                   PIC X(12).

               01  EfwEmployerRecord.
                   05  RE-Record-Type                   PIC X(02).
                   05  RE-Tax-Year                      PIC 9(04).
                   05  RE-Agent-Indicator               PIC X(01).
                   05  RE-Employer-Ein                  PIC 9(09).
                   05  RE-Agent-Ein                     PIC X(09).
                   05  RE-Terminating                   PIC X(01).
                   05  RE-Establishment                 PIC X(04).
                   05  RE-Other-Ein                     PIC X(09).
                   05  RE-Employer-Name                 PIC X(57).
                   05  RE-Employer-Location             PIC X(22).
                   05  RE-Employer-Delivery             PIC X(22).
                   05  RE-Employer-City                 PIC X(22).
                   05  RE-Employer-State                PIC X(02).
                   05  RE-Employer-Zip                  PIC X(05).
                   05  RE-Employer-Zip-Ext              PIC X(04).
                   05  RE-Kind-Of-Employer              PIC X(01).
                   05                                   PIC X(04).
                   05  RE-Employer-Foreign              PIC X(40).
                   05  RE-Employment-Code               PIC X(01).
                   05  RE-Tax-Jurisdiction              PIC X(01).
                   05  RE-Third-Party-Sick              PIC X(01).
                   05  RE-Contact-Name                  PIC X(27).
                   05  RE-Contact-Phone                 PIC X(15).
                   05  RE-Contact-Phone-Ext             PIC X(05).
                   05  RE-Contact-Fax                   PIC X(10).
                   05  RE-Contact-Email                 PIC X(40).
                   05                                   PIC X(194).

               01  EfwEmployeeRecord.
                   05  RW-Record-Type                   PIC X(02).
                   05  RW-Ssn                           PIC 9(09).
                   05  RW-First-Name                    PIC X(15).
                   05  RW-Middle-Name                   PIC X(15).
                   05  RW-Last-Name                     PIC X(20).
                   05  RW-Suffix                        PIC X(04).
                   05  RW-Location                      PIC X(22).
                   05  RW-Delivery                      PIC X(22).
                   05  RW-City                          PIC X(22).
                   05  RW-State                         PIC X(02).
                   05  RW-Zip                           PIC X(05).
                   05  RW-Zip-Ext                       PIC X(04).
                   05                                   PIC X(05).
                   05  RW-Foreign                       PIC X(40).
                   05  RW-Wages                         PIC 9(09)V99.
                   05  RW-Federal-Withholding           PIC 9(09)V99.
                   05  RW-SocSec-Wages                  PIC 9(09)V99.
                   05  RW-SocSec-Tax                    PIC 9(09)V99.
                   05  RW-Medicare-Wages                PIC 9(09)V99.
                   05  RW-Medicare-Tax                  PIC 9(09)V99.
                   05  RW-SocSec-Tips                   PIC 9(09)V99.
                   05                                   PIC X(11).
                   05  RW-Dependent-Care                PIC 9(09)V99.
                   05  RW-Code-D                        PIC 9(09)V99.
                   05  RW-Code-E                        PIC 9(09)V99.
                   05  RW-Code-F                        PIC 9(09)V99.
                   05  RW-Code-G                        PIC 9(09)V99.
                   05  RW-Code-H                        PIC 9(09)V99.
                   05                                   PIC X(11).
                   05  RW-Nonqual-457                   PIC 9(09)V99.
                   05  RW-Code-W                        PIC 9(09)V99.
                   05  RW-Nonqual-Not-457               PIC 9(09)V99.
                   05  RW-Code-Q                        PIC 9(09)V99.
                   05                                   PIC X(11).
                   05  RW-Code-C                        PIC 9(09)V99.
                   05  RW-Code-V                        PIC 9(09)V99.
                   05  RW-Code-AA                       PIC 9(09)V99.
                   05  RW-Code-BB                       PIC 9(09)V99.
                   05  RW-Code-DD                       PIC 9(09)V99.
                   05  RW-Code-FF                       PIC 9(09)V99.
                   05                                   PIC X(12).
                   05  RW-Statutory-Employee            PIC X(01).
                   05                                   PIC X(01).
                   05  RW-Retirement-Plan               PIC X(01).
                   05  RW-Third-Party-Sick              PIC X(01).
                   05                                   PIC X(23).

               01  EfwTotalRecord.
                   05  RT-Record-Type                   PIC X(02).
                   05  RT-Rw-Count                      PIC 9(07).
                   05  RT-Wages                         PIC 9(13)V99.
                   05  RT-Federal-Withholding           PIC 9(13)V99.
                   05  RT-SocSec-Wages                  PIC 9(13)V99.
                   05  RT-SocSec-Tax                    PIC 9(13)V99.
                   05  RT-Medicare-Wages                PIC 9(13)V99.
                   05  RT-Medicare-Tax                  PIC 9(13)V99.
                   05  RT-SocSec-Tips                   PIC 9(13)V99.
                   05                                   PIC X(15).
                   05  RT-Other-Amounts-1               PIC X(90).
                   05                                   PIC X(15).
                   05  RT-Other-Amounts-2               PIC X(60).
                   05  RT-Code-C                        PIC 9(13)V99.
                   05  RT-Other-Amounts-3               PIC X(105).
                   05                                   PIC X(98).

               01  EfwFinalRecord.
                   05  RF-Record-Type                   PIC X(02).
                   05                                   PIC X(05).
                   05  RF-Rw-Count                      PIC 9(09).
                   05                                   PIC X(496).

      *****************************************************************
      * Control report lines.                                         *
      *****************************************************************
               01  W2Heading2.
               05   PIC X(17)   value spaces.
               05   PIC X(26)   value "W-2 Electronic File Build".
               05   PIC X(3)   value spaces.
               05   PIC X(10)   value "Tax Year: ".
                   05  WH-Tax-Year                      PIC 9(04).
               05   PIC X(3)   value spaces.
                   05  WH-Test-Word                     PIC X(09).

               01  W2ColumnHeadings.
               05   PIC X(02)   value "Co".
               05   PIC X(2)   value spaces.
               05   PIC X(05)   value "Emp #".
               05   PIC X(2)   value spaces.
               05   PIC X(20)   value "Employee Name".
               05   PIC X(2)   value spaces.
               05   PIC X(11)   value "SSN".
               05   PIC X(2)   value spaces.
               05   PIC X(13)   value "  Box 1 Wages".
               05   PIC X(1)   value spaces.
               05   PIC X(13)   value "  Box 2 FedWH".
               05   PIC X(1)   value spaces.
               05   PIC X(13)   value "  Box 3 SSWag".
               05   PIC X(1)   value spaces.
               05   PIC X(13)   value "  Box 5 MedWg".
               05   PIC X(1)   value spaces.
               05   PIC X(13)   value "  Box 12 C".
               05   PIC X(1)   value spaces.
               05   PIC X(16)   value "Exception".

               01  W2DetailLine.
                   05  WD-Company-Code                  PIC X(02).
               05   PIC X(2)   value spaces.
                   05  WD-EmployeeNumber                PIC X(05).
               05   PIC X(2)   value spaces.
                   05  WD-EmployeeName                  PIC X(20).
               05   PIC X(2)   value spaces.
               05   PIC X(07)   value "***-**-".
                   05  WD-Ssn-Last-Four                 PIC 9(04).
               05   PIC X(2)   value spaces.
               05  WD-Box1   PIC Z(8)9.99-.
               05   PIC X(1)   value spaces.
               05  WD-Box2   PIC Z(8)9.99-.
               05   PIC X(1)   value spaces.
               05  WD-Box3   PIC Z(8)9.99-.
               05   PIC X(1)   value spaces.
               05  WD-Box5   PIC Z(8)9.99-.
               05   PIC X(1)   value spaces.
               05  WD-Code-C   PIC Z(8)9.99-.
               05   PIC X(1)   value spaces.
                   05  WD-Exception                     PIC X(16).

               01  W2EmployerTotalLine.
               05   PIC X(09)   value "Employer ".
                   05  WE-Company-Code                  PIC X(02).
               05   PIC X(01)   value spaces.
               05   PIC X(05)   value "EIN: ".
                   05  WE-Ein                           PIC 9(09).
               05   PIC X(03)   value spaces.
               05   PIC X(04)   value "RW: ".
               05  WE-Rw-Count   PIC Z(6)9.
               05   PIC X(01)   value spaces.
               05  WE-Box1   PIC Z(10)9.99.
               05   PIC X(01)   value spaces.
               05  WE-Box2   PIC Z(10)9.99.
               05   PIC X(01)   value spaces.
               05  WE-Box3   PIC Z(10)9.99.
               05   PIC X(01)   value spaces.
               05  WE-Box5   PIC Z(10)9.99.
               05   PIC X(01)   value spaces.
               05  WE-Code-C   PIC Z(10)9.99.

               01  W2TotalLine1.
               05   PIC X(16)   value "Employers (RE): ".
               05  WT-Re-Count   PIC ZZZZ9.
               05   PIC X(5)   value spaces.
               05   PIC X(16)   value "Employees (RW): ".
               05  WT-Rw-Count   PIC Z(6)9.
               05   PIC X(5)   value spaces.
               05   PIC X(12)   value "Exceptions: ".
               05  WT-Exception-Count   PIC ZZZZ9.

               01  W2TotalLine2.
               05   PIC X(13)   value "Box 1 Wages: ".
               05  WT-Box1   PIC $Z(10)9.99.
               05   PIC X(3)   value spaces.
               05   PIC X(13)   value "Box 2 FedWH: ".
               05  WT-Box2   PIC $Z(10)9.99.
               05   PIC X(3)   value spaces.
               05   PIC X(13)   value "Box 3 SSWag: ".
               05  WT-Box3   PIC $Z(10)9.99.

               01  W2TotalLine3.
               05   PIC X(13)   value "Box 5 MedWg: ".
               05  WT-Box5   PIC $Z(10)9.99.
               05   PIC X(3)   value spaces.
               05   PIC X(13)   value "Box 12 C:    ".
               05  WT-Code-C   PIC $Z(10)9.99.

               01  W2RefusedLine.
               05   PIC X(10)   value "Tax year ".
                   05  WR-Tax-Year                      PIC 9(04).
               05   PIC X(50)   value
                   " is not closed - no EFW2 file built (use TEST to".
               05   PIC X(24)   value
                   " check an open year).".

       Procedure Division.
           Initilization.
               PERFORM 600-FormatDate
               PERFORM 700-FormatTime
               PERFORM 050-Select-Tax-Year
               PERFORM 100-Open-Files
               IF WS-Files-Ready
                   PERFORM 300-Write-Heading
                   CALL "YearCloseCheck"
                       USING WS-Tax-Year, WS-Year-Closed-Answer
                   IF WS-Year-Is-Closed OR WS-Test-File
                       PERFORM 110-Load-Filing-Control
                       PERFORM 130-Find-Wage-Base
                       PERFORM 262-Write-Submitter-Record
                       SORT W2SortFile
                           ON ASCENDING KEY SK-Company-Code
                                            SK-EmployeeNumber
                                            SK-Source
                           INPUT PROCEDURE IS 240-Build-Sort-Input
                           OUTPUT PROCEDURE IS 250-File-Employees
                       PERFORM 274-Write-Final-Record
                       PERFORM 450-Write-Totals
                   ELSE
                       DISPLAY "W2EFW2: tax year " WS-Tax-Year
                           " is not closed - no file built"
                       MOVE WS-Tax-Year TO WR-Tax-Year
                       MOVE SPACES TO W2RptPrintLine
                       WRITE W2RptPrintLine FROM W2RefusedLine
                           AFTER ADVANCING 2
                       SET WS-Open-Failed TO TRUE
                   END-IF
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
               IF WS-Command-Line-Param(11:8) NOT = SPACES
                   MOVE WS-Command-Line-Param(11:8) TO WS-Operator-Id
               END-IF
               DISPLAY "W2EFW2: W-2 tax year: " WS-Tax-Year.

           100-Open-Files.
               OPEN INPUT YtdAccumFile
               CALL "Validations" USING YtdAccum-Status, "W2EFW2"
               OPEN INPUT PayrollReport
                   CALL "Validations" USING File_Status, "W2EFW2"
               OPEN OUTPUT W2Report
               CALL "Validations" USING W2Rpt-Status, "W2EFW2"
               OPEN OUTPUT W2EFile
               CALL "Validations" USING W2Efw2-Status, "W2EFW2"
               IF YtdAccum-Status NOT = "00"
                       OR File_Status NOT = "00"
                       OR W2Rpt-Status NOT = "00"
                       OR W2Efw2-Status NOT = "00"
                   SET WS-Open-Failed TO TRUE
               END-IF
               OPEN INPUT EmployeeAddrFile
               IF EmpAddr-Status = "00"
                   SET WS-Addr-Ready TO TRUE
               END-IF
               OPEN INPUT CompanyMasterFile
               IF CompMast-Status = "00"
                   SET WS-CompMast-Ready TO TRUE
               END-IF
               OPEN INPUT EntityYtdFile
               IF EntityYtd-Status = "00"
                   SET WS-EntityYtd-Ready TO TRUE
               END-IF
               OPEN INPUT BeneficiaryPayFile
               IF BenePay-Status = "00"
                   SET WS-BenePay-Ready TO TRUE
               END-IF.

      *****************************************************************
      * The S card names the submitter; each E card gives one         *
      * employer company's address.                                   *
      *****************************************************************
           110-Load-Filing-Control.
               OPEN INPUT W2Control
               IF W2Ctl-Status = "00"
                   SET WS-Ctl-Not-Eof TO TRUE
                   PERFORM 112-Read-Control-Card
                   PERFORM 114-Load-One-Control-Card
                       UNTIL WS-Ctl-Eof
                   CLOSE W2Control
               END-IF
               IF WS-User-Id = SPACES
                   DISPLAY "W2EFW2: no submitter user ID on "
                       "W2Control - electronic file is incomplete"
                   ADD 1 TO WS-Exception-Count
               END-IF.

           112-Read-Control-Card.
               READ W2Control
                   AT END
                       SET WS-Ctl-Eof TO TRUE
               END-READ.

           114-Load-One-Control-Card.
               EVALUATE TRUE
                   WHEN WC-Submitter-Card
                       MOVE WC-User-Id TO WS-User-Id
                       MOVE WC-Submitter-Company
                           TO WS-Submitter-Company
                       MOVE WC-Contact-Name TO WS-Contact-Name
                       MOVE WC-Contact-Phone TO WS-Contact-Phone
                       MOVE WC-Contact-Email TO WS-Contact-Email
                       IF WC-Preparer-Code NOT = SPACE
                           MOVE WC-Preparer-Code TO WS-Preparer-Code
                       END-IF
                   WHEN WC-Employer-Card AND WS-Employer-Count < 20
                       ADD 1 TO WS-Employer-Count
                       MOVE WC-Company-Code
                           TO ET-Company-Code (WS-Employer-Count)
                       MOVE WC-Street TO ET-Street (WS-Employer-Count)
                       MOVE WC-City TO ET-City (WS-Employer-Count)
                       MOVE WC-State TO ET-State (WS-Employer-Count)
                       MOVE WC-Zip TO ET-Zip (WS-Employer-Count)
                       MOVE WC-Zip-Ext
                           TO ET-Zip-Ext (WS-Employer-Count)
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               PERFORM 112-Read-Control-Card.

      * The Social Security wage base for the tax year comes from the
      * tax-year table; a year not yet loaded uses the standing base.
           130-Find-Wage-Base.
               OPEN INPUT TaxYearFile
               IF TaxYear-Status = "00"
                   MOVE WS-Tax-Year TO TY-Year
                   READ TaxYearFile
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF TY-SocSec-Wage-Base > 0
                               MOVE TY-SocSec-Wage-Base
                                   TO WS-SocSec-Wage-Base
                           END-IF
                   END-READ
                   CLOSE TaxYearFile
               END-IF.

      *****************************************************************
      * Every YTD record for the tax year with anything to report is  *
      * released to the sort under the employee's company, and every  *
      * legal-entity close-out for the year under the company it was  *
      * closed out of.                                                *
      *****************************************************************
           240-Build-Sort-Input.
               SET WS-Ytd-Not-Eof TO TRUE
               MOVE LOW-VALUES TO YT-Key
               START YtdAccumFile
                       KEY IS GREATER THAN OR EQUAL YT-Key
                   INVALID KEY
                       SET WS-Ytd-Eof TO TRUE
               END-START
               PERFORM 242-Read-Ytd-Record
               PERFORM 245-Release-One-Employee
                   UNTIL WS-Ytd-Eof
               IF WS-EntityYtd-Ready
                   SET WS-Ey-Not-Eof TO TRUE
                   MOVE LOW-VALUES TO EY-Key
                   START EntityYtdFile
                           KEY IS GREATER THAN OR EQUAL EY-Key
                       INVALID KEY
                           SET WS-Ey-Eof TO TRUE
                   END-START
                   PERFORM 247-Release-One-Close-Out
                       UNTIL WS-Ey-Eof
               END-IF.

           242-Read-Ytd-Record.
               IF WS-Ytd-Not-Eof
                   READ YtdAccumFile NEXT RECORD
                       AT END
                           SET WS-Ytd-Eof TO TRUE
                   END-READ
               END-IF.

           245-Release-One-Employee.
               IF YT-Year = WS-Tax-Year
                       AND (YT-Gross NOT = 0
                           OR YT-Imputed-Income NOT = 0
                           OR YT-Withholding NOT = 0)
                   MOVE YT-EmployeeNumber TO SK-EmployeeNumber
                   SET SK-From-Ytd TO TRUE
                   MOVE SPACES TO SK-Company-Code
                   MOVE YT-EmployeeNumber TO PR-EmployeeNumber
                   READ PayrollReport
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE EmployeeRecord TO EmployeeRecords
                           MOVE CompanyCode TO SK-Company-Code
                   END-READ
                   RELEASE W2SortRecord
               END-IF
               PERFORM 242-Read-Ytd-Record.

           247-Release-One-Close-Out.
               READ EntityYtdFile NEXT RECORD
                   AT END
                       SET WS-Ey-Eof TO TRUE
                   NOT AT END
                       IF EY-Year = WS-Tax-Year
                               AND (EY-Gross NOT = 0
                                   OR EY-Imputed-Income NOT = 0
                                   OR EY-Withholding NOT = 0)
                           MOVE EY-EmployeeNumber TO SK-EmployeeNumber
                           MOVE EY-Company-Code TO SK-Company-Code
                           SET SK-From-Close-Out TO TRUE
                           RELEASE W2SortRecord
                       END-IF
               END-READ.

      *****************************************************************
      * An RE record starts each company's group and an RT record     *
      * closes it.                                                    *
      *****************************************************************
           250-File-Employees.
               SET WS-Sort-Not-Eof TO TRUE
               SET WS-Employer-Not-Open TO TRUE
               PERFORM 252-Return-One-Employee
               PERFORM 254-File-One-Employee
                   UNTIL WS-Sort-Eof
               IF WS-Employer-Open
                   PERFORM 272-Write-Total-Record
               END-IF.

           252-Return-One-Employee.
               RETURN W2SortFile
                   AT END
                       SET WS-Sort-Eof TO TRUE
               END-RETURN.

           254-File-One-Employee.
               IF WS-Employer-Not-Open
                       OR SK-Company-Code NOT = WS-Form-Company
                   IF WS-Employer-Open
                       PERFORM 272-Write-Total-Record
                   END-IF
                   PERFORM 268-Write-Employer-Record
               END-IF
               IF SK-From-Close-Out
                   PERFORM 256-Load-Close-Out
               ELSE
                   MOVE SK-EmployeeNumber TO YT-EmployeeNumber
                   MOVE WS-Tax-Year TO YT-Year
                   READ YtdAccumFile
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           CALL "SuccessorWages" USING
                               SK-EmployeeNumber, WS-Tax-Year,
                               WS-Successor-Credit
                           COMPUTE WS-Box3-Limit =
                               WS-SocSec-Wage-Base
                                   - WS-Successor-Credit
                           PERFORM 270-Write-Employee-Record
                   END-READ
               END-IF
               PERFORM 252-Return-One-Employee.

      *****************************************************************
      * A close-out is filed like a YtdAccum record: its totals are   *
      * moved to the YTD fields the RW record is built from, and its  *
      * Social Security wages stop at the wage base less the credit   *
      * it came in with.                                              *
      *****************************************************************
           256-Load-Close-Out.
               MOVE SK-EmployeeNumber TO EY-EmployeeNumber
               MOVE WS-Tax-Year TO EY-Year
               MOVE SK-Company-Code TO EY-Company-Code
               READ EntityYtdFile
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       INITIALIZE YtdAccumRecord
                       MOVE EY-EmployeeNumber TO YT-EmployeeNumber
                       MOVE EY-Year TO YT-Year
                       MOVE EY-Gross TO YT-Gross
                       MOVE EY-Withholding TO YT-Withholding
                       MOVE EY-Net TO YT-Net
                       MOVE EY-Soc-Sec TO YT-Soc-Sec
                       MOVE EY-Medicare TO YT-Medicare
                       MOVE EY-State-Tax TO YT-State-Tax
                       MOVE EY-Imputed-Income TO YT-Imputed-Income
                       COMPUTE WS-Box3-Limit =
                           WS-SocSec-Wage-Base - EY-Credit-In
                       PERFORM 270-Write-Employee-Record
               END-READ.

           262-Write-Submitter-Record.
               MOVE WS-Submitter-Company TO WS-Form-Company
               PERFORM 280-Find-Employer-Data
               MOVE SPACES TO EfwSubmitterRecord
               MOVE "RA" TO RA-Record-Type
               MOVE WS-Employer-Ein TO RA-Submitter-Ein
               MOVE WS-User-Id TO RA-User-Id
               MOVE "0" TO RA-Resub-Indicator
               MOVE "98" TO RA-Software-Code
               MOVE WS-Employer-Name TO RA-Company-Name
                                        RA-Submitter-Name
               MOVE WS-Employer-Street TO RA-Company-Delivery
                                          RA-Submitter-Delivery
               MOVE WS-Employer-City TO RA-Company-City
                                        RA-Submitter-City
               MOVE WS-Employer-State TO RA-Company-State
                                         RA-Submitter-State
               MOVE WS-Employer-Zip TO RA-Company-Zip
                                       RA-Submitter-Zip
               MOVE WS-Employer-Zip-Ext TO RA-Company-Zip-Ext
                                           RA-Submitter-Zip-Ext
               MOVE WS-Contact-Name TO RA-Contact-Name
               MOVE WS-Contact-Phone TO RA-Contact-Phone
               MOVE WS-Contact-Email TO RA-Contact-Email
               MOVE WS-Preparer-Code TO RA-Preparer-Code
               INSPECT EfwSubmitterRecord
                   CONVERTING "abcdefghijklmnopqrstuvwxyz"
                           TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
               MOVE WS-Contact-Email TO RA-Contact-Email
               WRITE W2EfwRecord FROM EfwSubmitterRecord.

           268-Write-Employer-Record.
               MOVE SK-Company-Code TO WS-Form-Company
               PERFORM 280-Find-Employer-Data
               MOVE SPACES TO EfwEmployerRecord
               MOVE "RE" TO RE-Record-Type
               MOVE WS-Tax-Year TO RE-Tax-Year
               MOVE WS-Employer-Ein TO RE-Employer-Ein
               MOVE "0" TO RE-Terminating
               MOVE WS-Employer-Name TO RE-Employer-Name
               MOVE WS-Employer-Street TO RE-Employer-Delivery
               MOVE WS-Employer-City TO RE-Employer-City
               MOVE WS-Employer-State TO RE-Employer-State
               MOVE WS-Employer-Zip TO RE-Employer-Zip
               MOVE WS-Employer-Zip-Ext TO RE-Employer-Zip-Ext
               MOVE "N" TO RE-Kind-Of-Employer
               MOVE "R" TO RE-Employment-Code
               MOVE "0" TO RE-Third-Party-Sick
               MOVE WS-Contact-Name TO RE-Contact-Name
               MOVE WS-Contact-Phone TO RE-Contact-Phone
               INSPECT EfwEmployerRecord
                   CONVERTING "abcdefghijklmnopqrstuvwxyz"
                           TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
               MOVE WS-Contact-Email TO RE-Contact-Email
               WRITE W2EfwRecord FROM EfwEmployerRecord
               ADD 1 TO WS-Re-Count
               MOVE 0 TO WS-Employer-Rw-Count
               INITIALIZE WS-Employer-Totals
               SET WS-Employer-Open TO TRUE.

      *****************************************************************
      * One RW record per employee.  Box 1 and the Medicare wages    *
      * carry the imputed life income; Social Security wages stop at  *
      * the year's wage base, less any successor-employer credit.     *
      * Year-of-death pay to a beneficiary stays in the Social        *
      * Security and Medicare wages but comes out of box 1.           *
      *****************************************************************
           270-Write-Employee-Record.
               MOVE SPACES TO WS-Exception
               INITIALIZE EmployeeRecords
               MOVE SK-EmployeeNumber TO PR-EmployeeNumber
               READ PayrollReport
                   INVALID KEY
                       MOVE "NOT ON PAYROLL" TO WS-Exception
                   NOT INVALID KEY
                       MOVE EmployeeRecord TO EmployeeRecords
               END-READ
               MOVE SPACES TO EfwEmployeeRecord
               MOVE "RW" TO RW-Record-Type
               MOVE 0 TO WS-Clear-Ssn
               IF SocialSecurityNumber NOT = 0
                   MOVE SocialSecurityNumber TO WS-Clear-Ssn
                   CALL "SsnVault" USING "DECODE", WS-Clear-Ssn,
                       "W2EFW2      ", WS-Operator-Id,
                       SK-EmployeeNumber
               ELSE
                   IF WS-Exception = SPACES
                       MOVE "NO SSN ON FILE" TO WS-Exception
                   END-IF
               END-IF
               MOVE WS-Clear-Ssn TO RW-Ssn
               PERFORM 284-Split-Employee-Name
               PERFORM 286-Find-Employee-Address

               MOVE 0 TO WS-Beneficiary-Wages
               IF SK-From-Ytd AND WS-BenePay-Ready
                   PERFORM 276-Total-Beneficiary-Pay
               END-IF
               COMPUTE WS-Box5-Wages = YT-Gross + YT-Imputed-Income
               COMPUTE WS-Box1-Wages =
                   WS-Box5-Wages - WS-Beneficiary-Wages
               MOVE WS-Box5-Wages TO WS-Box3-Wages
               IF WS-Box3-Limit < 0
                   MOVE 0 TO WS-Box3-Limit
               END-IF
               IF WS-Box3-Wages > WS-Box3-Limit
                   MOVE WS-Box3-Limit TO WS-Box3-Wages
               END-IF
               IF WS-Box1-Wages < 0
                   MOVE "NEGATIVE WAGES" TO WS-Exception
               END-IF
               MOVE WS-Box1-Wages TO RW-Wages
               MOVE WS-Box5-Wages TO RW-Medicare-Wages
               MOVE YT-Withholding TO RW-Federal-Withholding
               MOVE WS-Box3-Wages TO RW-SocSec-Wages
               MOVE YT-Soc-Sec TO RW-SocSec-Tax
               MOVE YT-Medicare TO RW-Medicare-Tax
               MOVE 0 TO RW-SocSec-Tips RW-Dependent-Care
                   RW-Code-D RW-Code-E RW-Code-F RW-Code-G RW-Code-H
                   RW-Nonqual-457 RW-Code-W RW-Nonqual-Not-457
                   RW-Code-Q RW-Code-V RW-Code-AA RW-Code-BB
                   RW-Code-DD RW-Code-FF
               MOVE YT-Imputed-Income TO RW-Code-C
               MOVE "0" TO RW-Statutory-Employee RW-Retirement-Plan
                   RW-Third-Party-Sick
               WRITE W2EfwRecord FROM EfwEmployeeRecord

               ADD 1 TO WS-Rw-Count WS-Employer-Rw-Count
               ADD WS-Clear-Ssn TO WS-Ssn-Hash
               ADD RW-Wages TO WS-Rt-Box1
               ADD RW-Federal-Withholding TO WS-Rt-Box2
               ADD RW-SocSec-Wages TO WS-Rt-Box3
               ADD RW-SocSec-Tax TO WS-Rt-Box4
               ADD RW-Medicare-Wages TO WS-Rt-Box5
               ADD RW-Medicare-Tax TO WS-Rt-Box6
               ADD RW-Code-C TO WS-Rt-Code-C
               PERFORM 290-Write-Detail-Line.

           272-Write-Total-Record.
               MOVE SPACES TO EfwTotalRecord
               MOVE "RT" TO RT-Record-Type
               MOVE WS-Employer-Rw-Count TO RT-Rw-Count
               MOVE WS-Rt-Box1 TO RT-Wages
               MOVE WS-Rt-Box2 TO RT-Federal-Withholding
               MOVE WS-Rt-Box3 TO RT-SocSec-Wages
               MOVE WS-Rt-Box4 TO RT-SocSec-Tax
               MOVE WS-Rt-Box5 TO RT-Medicare-Wages
               MOVE WS-Rt-Box6 TO RT-Medicare-Tax
               MOVE 0 TO RT-SocSec-Tips
               MOVE ALL "0" TO RT-Other-Amounts-1 RT-Other-Amounts-2
                   RT-Other-Amounts-3
               MOVE WS-Rt-Code-C TO RT-Code-C
               WRITE W2EfwRecord FROM EfwTotalRecord
               ADD WS-Rt-Box1 TO WS-Ft-Box1
               ADD WS-Rt-Box2 TO WS-Ft-Box2
               ADD WS-Rt-Box3 TO WS-Ft-Box3
               ADD WS-Rt-Box5 TO WS-Ft-Box5
               ADD WS-Rt-Code-C TO WS-Ft-Code-C
               MOVE WS-Form-Company TO WE-Company-Code
               MOVE WS-Employer-Ein TO WE-Ein
               MOVE WS-Employer-Rw-Count TO WE-Rw-Count
               MOVE WS-Rt-Box1 TO WE-Box1
               MOVE WS-Rt-Box2 TO WE-Box2
               MOVE WS-Rt-Box3 TO WE-Box3
               MOVE WS-Rt-Box5 TO WE-Box5
               MOVE WS-Rt-Code-C TO WE-Code-C
               MOVE SPACES TO W2RptPrintLine
               WRITE W2RptPrintLine FROM W2EmployerTotalLine
                   AFTER ADVANCING 2
               MOVE SPACES TO W2RptPrintLine
               WRITE W2RptPrintLine AFTER ADVANCING 1
               SET WS-Employer-Not-Open TO TRUE.

           274-Write-Final-Record.
               MOVE SPACES TO EfwFinalRecord
               MOVE "RF" TO RF-Record-Type
               MOVE WS-Rw-Count TO RF-Rw-Count
               WRITE W2EfwRecord FROM EfwFinalRecord
               DISPLAY "W2EFW2: employers " WS-Re-Count
                   " employees " WS-Rw-Count
                   " exceptions " WS-Exception-Count.

      * The beneficiary payments on file for the employee in the tax
      * year that were made in the year of death.
           276-Total-Beneficiary-Pay.
               SET WS-BenePay-Not-Eof TO TRUE
               MOVE SK-EmployeeNumber TO BP-EmployeeNumber
               MOVE 0 TO BP-Pay-Date BP-Sequence
               START BeneficiaryPayFile
                       KEY IS GREATER THAN OR EQUAL BP-Key
                   INVALID KEY
                       SET WS-BenePay-Eof TO TRUE
               END-START
               PERFORM 277-Add-One-Beneficiary-Payment
                   UNTIL WS-BenePay-Eof.

           277-Add-One-Beneficiary-Payment.
               READ BeneficiaryPayFile NEXT RECORD
                   AT END
                       SET WS-BenePay-Eof TO TRUE
                   NOT AT END
                       IF BP-EmployeeNumber NOT = SK-EmployeeNumber
                           SET WS-BenePay-Eof TO TRUE
                       ELSE
                           IF BP-Tax-Year = WS-Tax-Year
                                   AND BP-Year-Of-Death
                               ADD BP-Gross TO WS-Beneficiary-Wages
                           END-IF
                       END-IF
               END-READ.

      *****************************************************************
      * Employer name and EIN from CompanyMaster, address from the E  *
      * card for the company in WS-Form-Company.                      *
      *****************************************************************
           280-Find-Employer-Data.
               MOVE SPACES TO WS-Employer-Name WS-Employer-Street
                   WS-Employer-City WS-Employer-State WS-Employer-Zip
                   WS-Employer-Zip-Ext
               MOVE 0 TO WS-Employer-Ein
               IF WS-CompMast-Ready
                   MOVE WS-Form-Company TO CM-Company-Code
                   READ CompanyMasterFile
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE CM-Legal-Name TO WS-Employer-Name
                           MOVE CM-EIN TO WS-Employer-Ein
                   END-READ
               END-IF
               IF WS-Employer-Ein = 0
                   DISPLAY "W2EFW2: no legal name/EIN for company "
                       WS-Form-Company " on CompanyMaster"
                   ADD 1 TO WS-Exception-Count
               END-IF
               MOVE 0 TO WS-Employer-Found-Idx
               PERFORM 282-Check-One-Employer
                   VARYING WS-Employer-Idx FROM 1 BY 1
                   UNTIL WS-Employer-Idx > WS-Employer-Count
                       OR WS-Employer-Found-Idx > 0
               IF WS-Employer-Found-Idx > 0
                   MOVE ET-Street (WS-Employer-Found-Idx)
                       TO WS-Employer-Street
                   MOVE ET-City (WS-Employer-Found-Idx)
                       TO WS-Employer-City
                   MOVE ET-State (WS-Employer-Found-Idx)
                       TO WS-Employer-State
                   MOVE ET-Zip (WS-Employer-Found-Idx)
                       TO WS-Employer-Zip
                   MOVE ET-Zip-Ext (WS-Employer-Found-Idx)
                       TO WS-Employer-Zip-Ext
               ELSE
                   DISPLAY "W2EFW2: no employer address card for "
                       "company " WS-Form-Company
                   ADD 1 TO WS-Exception-Count
               END-IF.

           282-Check-One-Employer.
               IF ET-Company-Code (WS-Employer-Idx) = WS-Form-Company
                   MOVE WS-Employer-Idx TO WS-Employer-Found-Idx
               END-IF.

      * EmployeeName is kept as "first [middle] last"; the last word
      * is taken as the surname.
           284-Split-Employee-Name.
               MOVE SPACES TO WS-Name-Part-1 WS-Name-Part-2
                   WS-Name-Part-3
               MOVE 0 TO WS-Name-Parts
               UNSTRING EmployeeName DELIMITED BY ALL SPACE
                   INTO WS-Name-Part-1 WS-Name-Part-2 WS-Name-Part-3
                   TALLYING IN WS-Name-Parts
               END-UNSTRING
               EVALUATE TRUE
                   WHEN WS-Name-Part-3 NOT = SPACES
                       MOVE WS-Name-Part-1 TO RW-First-Name
                       MOVE WS-Name-Part-2 TO RW-Middle-Name
                       MOVE WS-Name-Part-3 TO RW-Last-Name
                   WHEN WS-Name-Part-2 NOT = SPACES
                       MOVE WS-Name-Part-1 TO RW-First-Name
                       MOVE WS-Name-Part-2 TO RW-Last-Name
                   WHEN OTHER
                       MOVE WS-Name-Part-1 TO RW-Last-Name
               END-EVALUATE
               INSPECT RW-First-Name
                   CONVERTING "abcdefghijklmnopqrstuvwxyz"
                           TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
               INSPECT RW-Middle-Name
                   CONVERTING "abcdefghijklmnopqrstuvwxyz"
                           TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
               INSPECT RW-Last-Name
                   CONVERTING "abcdefghijklmnopqrstuvwxyz"
                           TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".

      * The zip is filed as five digits and a separate extension.
           286-Find-Employee-Address.
               IF WS-Addr-Ready
                   MOVE SK-EmployeeNumber TO AD-EmployeeNumber
                   READ EmployeeAddrFile
                       INVALID KEY
                           IF WS-Exception = SPACES
                               MOVE "NO ADDRESS" TO WS-Exception
                           END-IF
                       NOT INVALID KEY
                           MOVE AD-Street TO RW-Delivery
                           MOVE AD-City TO RW-City
                           MOVE AD-State TO RW-State
                           MOVE AD-Zip(1:5) TO RW-Zip
                           IF AD-Zip(6:1) = "-"
                               MOVE AD-Zip(7:4) TO RW-Zip-Ext
                           ELSE
                               MOVE AD-Zip(6:4) TO RW-Zip-Ext
                           END-IF
                           INSPECT RW-Delivery
                               CONVERTING
                                   "abcdefghijklmnopqrstuvwxyz"
                                TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
                           INSPECT RW-City
                               CONVERTING
                                   "abcdefghijklmnopqrstuvwxyz"
                                TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
                   END-READ
               ELSE
                   IF WS-Exception = SPACES
                       MOVE "NO ADDRESS" TO WS-Exception
                   END-IF
               END-IF.

           290-Write-Detail-Line.
               MOVE WS-Form-Company TO WD-Company-Code
               MOVE SK-EmployeeNumber TO WD-EmployeeNumber
               MOVE EmployeeName TO WD-EmployeeName
               MOVE WS-Ssn-Last-Four TO WD-Ssn-Last-Four
               MOVE WS-Box1-Wages TO WD-Box1
               MOVE YT-Withholding TO WD-Box2
               MOVE WS-Box3-Wages TO WD-Box3
               MOVE WS-Box5-Wages TO WD-Box5
               MOVE YT-Imputed-Income TO WD-Code-C
               MOVE WS-Exception TO WD-Exception
               IF WS-Exception NOT = SPACES
                   ADD 1 TO WS-Exception-Count
               END-IF
               MOVE SPACES TO W2RptPrintLine
               WRITE W2RptPrintLine FROM W2DetailLine
                   AFTER ADVANCING 1.

           300-Write-Heading.
               MOVE "W-2 Electronic Filing" TO HeaderReportTitle
               MOVE WS-Tax-Year TO WH-Tax-Year
               MOVE SPACES TO WH-Test-Word
               IF WS-Test-File
                   MOVE "TEST FILE" TO WH-Test-Word
               END-IF
               MOVE SPACES TO W2RptPrintLine
               WRITE W2RptPrintLine FROM HeaderMain
                   AFTER ADVANCING PAGE
               WRITE W2RptPrintLine FROM W2Heading2
                   AFTER ADVANCING 1
               WRITE W2RptPrintLine FROM HeaderMain3
                   AFTER ADVANCING 2
               WRITE W2RptPrintLine FROM W2ColumnHeadings
                   AFTER ADVANCING 2.

           450-Write-Totals.
               MOVE WS-Re-Count TO WT-Re-Count
               MOVE WS-Rw-Count TO WT-Rw-Count
               MOVE WS-Exception-Count TO WT-Exception-Count
               MOVE WS-Ft-Box1 TO WT-Box1
               MOVE WS-Ft-Box2 TO WT-Box2
               MOVE WS-Ft-Box3 TO WT-Box3
               MOVE WS-Ft-Box5 TO WT-Box5
               MOVE WS-Ft-Code-C TO WT-Code-C
               MOVE SPACES TO W2RptPrintLine
               WRITE W2RptPrintLine FROM W2TotalLine1
                   AFTER ADVANCING 2
               WRITE W2RptPrintLine FROM W2TotalLine2
                   AFTER ADVANCING 1
               WRITE W2RptPrintLine FROM W2TotalLine3
                   AFTER ADVANCING 1.

           500-Close-Files.
               CLOSE YtdAccumFile
               CLOSE PayrollReport
               CLOSE W2Report
               CLOSE W2EFile
               IF WS-Addr-Ready
                   CLOSE EmployeeAddrFile
               END-IF
               IF WS-CompMast-Ready
                   CLOSE CompanyMasterFile
               END-IF
               IF WS-EntityYtd-Ready
                   CLOSE EntityYtdFile
               END-IF
               IF WS-BenePay-Ready
                   CLOSE BeneficiaryPayFile
               END-IF
               IF WS-Files-Ready AND NOT WS-Test-File
                   PERFORM 510-Register-Efw2-File
               END-IF.

           510-Register-Efw2-File.
               INITIALIZE IfaceRegRequest
               MOVE "EFW2" TO IR-Interface-Id
               MOVE "W2Efw2" TO IR-File-Name
               MOVE "Social Security Adm." TO IR-Recipient
               MOVE "W2EFW2" TO IR-Program
               MOVE WS-Rw-Count TO IR-Record-Count
               MOVE WS-Ssn-Hash TO IR-Hash-Total
               MOVE WS-Ft-Box1 TO IR-Dollar-Total
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

               End Program W2Efw2.
