                       05  CG-Status                        PIC X(01).
                           88  CG-Outstanding               value "O".
                           88  CG-Paid                      value "P".
                           88  CG-Voided                    value "V".
                           88  CG-Void-Sent                 value "X".
                       05  CG-Paid-Date                     PIC 9(08).

               FD  StaleCheckReportFile
