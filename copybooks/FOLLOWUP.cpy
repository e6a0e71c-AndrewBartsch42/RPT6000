       01  FOLLOW-UP-RECORD.                                            00100000
           05  FU-BRANCH-NUMBER        PIC 9(2).                        00110000
           05  FU-SALESREP-NUMBER      PIC 9(2).                        00120000
           05  FU-SALESREP-NAME        PIC X(10).                       00130000
           05  FU-CUSTOMER-NUMBER      PIC 9(5).                        00140000
           05  FU-CUSTOMER-NAME        PIC X(20).                       00150000
           05  FU-AGING-BAND           PIC X(5).                        00160000
           05  FU-MONTHS-DORMANT       PIC 9(3).                        00170000
           05  FU-LAST-SALE-PERIOD.                                     00180000
               10  FU-LAST-SALE-YEAR   PIC 9(4).                        00190000
               10  FU-LAST-SALE-MONTH  PIC 9(2).                        00200000
           05  FU-SALES-LAST-YTD       PIC -9(8).99.                    00210000
           05  FILLER                  PIC X(15).                       00220000
