       01  COMMISSION-LEDGER-RECORD.                                    00100000
           05  CL-SALESREP-NUMBER      PIC 9(2).                        00110000
           05  CL-COMMISSION-YEAR      PIC 9(4).                        00120000
           05  CL-LAST-PAID-PERIOD     PIC 9(6).                        00130000
           05  CL-SALES-COMMISSIONED   PIC S9(10)V99.                   00140000
           05  CL-COMMISSION-PAID      PIC S9(8)V99.                    00150000
           05  CL-LAST-RATE            PIC 9V999.                       00160000
           05  CL-LAST-PAID-DATE       PIC 9(8).                        00170000
           05  FILLER                  PIC X(34).                       00180000
